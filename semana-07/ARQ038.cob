       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ038.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONVERSAO, DE UMA UNICA VEZ, DO LAYOUT DE
      *==            CLIENTES.DAT PARA O CLIREG COM O CPF/CNPJ: O
      *==            ARQUIVO GRAVADO SEM O DOCUMENTO (135 POSICOES)
      *==            PASSA A TER O REG-TIPO-PESSOA E O REG-CPF-CNPJ NO
      *==            FIM (150 POSICOES), COM A NOVA CHAVE ALTERNADA;
      *==            TODOS OS CLIENTES EXISTENTES ENTRAM SEM DOCUMENTO
      *==            (TIPO EM BRANCO, NUMERO ZERADO) - O CPF/CNPJ E
      *==            COLHIDO NO BALCAO PELO ARQ007/ARQ008
      *==  DATA: 27/06/2025
      *==  OBSERVACOES: MESMO PADRAO DO ARQ017/ARQ029/ARQ030: LE
      *==               CLIENTES.DAT NO LAYOUT ANTIGO, GRAVA
      *==               CLIENTES.NEW NO NOVO E, COM OS TOTAIS
      *==               CONFERIDOS, REGRAVA CLIENTES.DAT; NUMA
      *==               DIVERGENCIA CLIENTES.DAT FICA INTOCADO. BACKUPS
      *==               DE 135 POSICOES SE CONVERTEM NUMA COPIA, COM O
      *==               ARQUIVOS.CTL APONTANDO CLIENTES.DAT PARA ELA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CLIENTES.DAT COMO FOI GRAVADO ANTES DO CPF/CNPJ
           SELECT CLIENTES-ANTIGO ASSIGN
           TO WRK-PATH-CLIENTES-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ANT-ID
               ALTERNATE RECORD KEY IS REG-ANT-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS FS-ANTIGO.

      *=== ARQUIVO DE SAIDA, GERADO DO ZERO JA NO LAYOUT NOVO
           SELECT CLIENTES-NOVO ASSIGN
           TO WRK-PATH-CLIENTES-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-NOVO.

      *=== CLIENTES.DAT REGRAVADO NA VIRADA, DEPOIS QUE OS TOTAIS DA
      *=== CONVERSAO CONFEREM
           SELECT CLIENTES-FINAL ASSIGN
           TO WRK-PATH-CLIENTES-FINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-FINAL-ID
               ALTERNATE RECORD KEY IS REG-FINAL-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-FINAL-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-FINAL.

       DATA DIVISION.
       FILE                  SECTION.
      *=== LAYOUT ANTERIOR AO CPF/CNPJ, COM NOMES PROPRIOS PARA
      *=== NAO COLIDIR COM O 01 DO COPYBOOK NO FD DE CLIENTES-NOVO
       FD  CLIENTES-ANTIGO.
       01  REG-CLIENTES-ANTIGO.
           05  REG-ANT-ID              PIC 9(006).
           05  REG-ANT-NOME            PIC X(020).
           05  REG-ANT-TELEFONE        PIC X(011).
           05  REG-ANT-EMAIL           PIC X(040).
           05  REG-ANT-ENDERECO        PIC X(040).
           05  REG-ANT-DATA-CAD        PIC 9(008).
           05  REG-ANT-STATUS          PIC X(001).
           05  REG-ANT-CONSENT         PIC X(001).
           05  REG-ANT-DATA-CONS       PIC 9(008).

       FD  CLIENTES-NOVO.
           COPY "CLIREG.cpy".

       FD  CLIENTES-FINAL.
       01  REG-CLIENTES-FINAL.
           05  REG-FINAL-ID            PIC 9(006).
           05  REG-FINAL-NOME          PIC X(020).
           05  REG-FINAL-TELEFONE      PIC X(011).
           05  REG-FINAL-EMAIL         PIC X(040).
           05  REG-FINAL-ENDERECO      PIC X(040).
           05  REG-FINAL-DATA-CAD      PIC 9(008).
           05  REG-FINAL-STATUS        PIC X(001).
           05  REG-FINAL-CONSENT       PIC X(001).
           05  REG-FINAL-DATA-CONS     PIC 9(008).
           05  REG-FINAL-TIPO-PESSOA   PIC X(001).
           05  REG-FINAL-CPF-CNPJ      PIC 9(014).

       WORKING-STORAGE       SECTION.
       77  FS-ANTIGO            PIC 9(002) VALUE ZEROS.
       77  FS-NOVO              PIC 9(002) VALUE ZEROS.
       77  FS-FINAL             PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(030) VALUE SPACES.
       COPY "FSMSGWS.cpy".

       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-CONVERTIDOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EFETIVADOS PIC 9(006) VALUE ZEROS.


      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-CLIENTES-ANTIGO PIC X(040) VALUE
           "..\dados\CLIENTES.DAT".
       77  WRK-PATH-CLIENTES-NOVO PIC X(040) VALUE
           "..\dados\CLIENTES.NEW".
       77  WRK-PATH-CLIENTES-FINAL PIC X(040) VALUE
           "..\dados\CLIENTES.DAT".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ038" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FS-ANTIGO EQUAL 10.
           PERFORM 0300-FINALIZAR.

      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ038" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       0100-INICIALIZAR      SECTION.
      *=== ABRE O ARQUIVO NO LAYOUT ANTIGO, SO LEITURA
           OPEN INPUT CLIENTES-ANTIGO.

           IF FS-ANTIGO NOT EQUAL 00
               MOVE FS-ANTIGO TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               DISPLAY "SE O FILE STATUS E 39, CLIENTES.DAT JA DEVE "
                       "ESTAR NO LAYOUT NOVO - NADA A CONVERTER"
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT CLIENTES-NOVO.

           IF FS-NOVO NOT EQUAL 00
               MOVE FS-NOVO TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

      *----------  TESTAR VAZIO
           READ CLIENTES-ANTIGO.
           IF FS-ANTIGO EQUAL 00
               ADD 1 TO WRK-TOTAL-LIDOS
               DISPLAY "CONVERTENDO CLIENTES.DAT PARA O LAYOUT COM "
                       "CPF/CNPJ..."
           ELSE
               DISPLAY "ARQUIVO VAZIO"
           END-IF.

       0200-PROCESSAR        SECTION.
           MOVE REG-ANT-ID              TO REG-ID.
           MOVE REG-ANT-NOME            TO REG-NOME.
           MOVE REG-ANT-TELEFONE        TO REG-TELEFONE.
           MOVE REG-ANT-EMAIL           TO REG-EMAIL.
           MOVE REG-ANT-ENDERECO        TO REG-ENDERECO.
           MOVE REG-ANT-DATA-CAD        TO REG-DATA-CADASTRO.
           MOVE REG-ANT-STATUS          TO REG-STATUS.
           MOVE REG-ANT-CONSENT         TO REG-CONSENTIMENTO.
           MOVE REG-ANT-DATA-CONS       TO REG-DATA-CONSENTIMENTO.
      *=== NINGUEM INFORMOU O DOCUMENTO AINDA: TIPO EM BRANCO E
      *=== NUMERO ZERADO; O CPF/CNPJ E COLHIDO NO BALCAO
           MOVE SPACES                  TO REG-TIPO-PESSOA.
           MOVE ZEROS                   TO REG-CPF-CNPJ.
           WRITE REG-CLIENTES.

           IF FS-NOVO EQUAL 00
               ADD 1 TO WRK-TOTAL-CONVERTIDOS
           ELSE
               MOVE FS-NOVO TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ CLIENTES-ANTIGO.
           IF FS-ANTIGO EQUAL 00
               ADD 1 TO WRK-TOTAL-LIDOS
           END-IF.
           IF FS-ANTIGO NOT EQUAL 00 AND FS-ANTIGO NOT EQUAL 10
               MOVE FS-ANTIGO TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0300-FINALIZAR        SECTION.
           DISPLAY "REGISTROS LIDOS........ " WRK-TOTAL-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS.. " WRK-TOTAL-CONVERTIDOS.
           CLOSE CLIENTES-ANTIGO
                 CLIENTES-NOVO.

      *=== SO EFETIVA A VIRADA SE TODOS OS REGISTROS LIDOS FORAM
      *=== GRAVADOS EM CLIENTES.NEW; NUMA DIVERGENCIA, CLIENTES.DAT
      *=== FICA INTOCADO E CLIENTES.NEW FICA DISPONIVEL PARA ANALISE
           IF WRK-TOTAL-LIDOS EQUAL ZEROS
               DISPLAY "NADA LIDO NO LAYOUT ANTIGO - VIRADA NAO "
                       "EFETIVADA, CLIENTES.DAT PRESERVADO"
           ELSE
           IF WRK-TOTAL-LIDOS EQUAL WRK-TOTAL-CONVERTIDOS
               PERFORM 0310-EFETIVAR-VIRADA
           ELSE
               DISPLAY "TOTAIS NAO CONFEREM - VIRADA NAO EFETIVADA"
               DISPLAY "CLIENTES.DAT PRESERVADO NO LAYOUT ANTIGO"
               MOVE "DIVERGENCIA DE TOTAIS NA CONVERSAO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA".

      *=== REGRAVA CLIENTES.DAT NO LAYOUT NOVO A PARTIR DE
      *=== CLIENTES.NEW, CONFERINDO O TOTAL COPIADO MAIS UMA VEZ
       0310-EFETIVAR-VIRADA  SECTION.
           OPEN INPUT CLIENTES-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE FS-NOVO TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT CLIENTES-FINAL.
           IF FS-FINAL NOT EQUAL 00
               MOVE FS-FINAL TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ CLIENTES-NOVO.
           PERFORM UNTIL FS-NOVO NOT EQUAL 00
               MOVE REG-CLIENTES TO REG-CLIENTES-FINAL
               WRITE REG-CLIENTES-FINAL
               IF FS-FINAL EQUAL 00
                   ADD 1 TO WRK-TOTAL-EFETIVADOS
               ELSE
                   MOVE FS-FINAL TO WRK-FS-COD-BUSCA
                   PERFORM 9010-BUSCAR-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ CLIENTES-NOVO
           END-PERFORM.

           CLOSE CLIENTES-NOVO
                 CLIENTES-FINAL.

           IF WRK-TOTAL-EFETIVADOS EQUAL WRK-TOTAL-CONVERTIDOS
               DISPLAY "REGISTROS EFETIVADOS... " WRK-TOTAL-EFETIVADOS
               DISPLAY "CLIENTES.DAT JA ESTA NO LAYOUT COM O "
                       "CPF/CNPJ"
           ELSE
               DISPLAY "TOTAL EFETIVADO DIVERGE DO CONVERTIDO"
               MOVE "DIVERGENCIA DE TOTAIS NA VIRADA"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ038" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       COPY "FSMSGPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "CLIENTES.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CLIENTES-ANTIGO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CLIENTES-ANTIGO.

           MOVE "CLIENTES.NEW" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CLIENTES-NOVO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CLIENTES-NOVO.

           MOVE "CLIENTES.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CLIENTES-FINAL TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CLIENTES-FINAL.

