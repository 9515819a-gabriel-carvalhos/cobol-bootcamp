       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQBKP.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: MODULO DE BACKUP GERACIONAL DOS ARQUIVOS DE
      *==            FATURAMENTO, FRETE, VIAGENS E ESCOLA: SO O
      *==            CLIENTES.DAT TINHA BACKUP (ARQ004/ARQ013), E O
      *==            CONMANU, O PEDMANU, O RESMANU E O PROG025
      *==            REGRAVAM O ARQUIVO INTEIRO NO FIM DA SESSAO - UMA
      *==            QUEDA NA HORA ERRADA PERDIA CONTRATOS.DAT,
      *==            PEDIDOS10/11.DAT OU RESERVAS.DAT. QUEM VAI
      *==            REGRAVAR CHAMA CALL "ARQBKP" USING WRK-BKP-PARM
      *==            (COPYBOOK BKPWS) ANTES; O MODULO COPIA O ARQUIVO
      *==            VIVO PARA UM .BAK COM DATA E HORA NO NOME, NA
      *==            MESMA PASTA, E ANOTA A GERACAO EM
      *==            BACKUPS_GERAL.CTL (COPYBOOK BKPCAT). A OPERACAO "R"
      *==            FAZ O CAMINHO INVERSO PARA O UTILITARIO ARQ043
      *==  DATA: 01/09/2025
      *==  OBSERVACOES: ARQUIVOS CONHECIDOS: CONTRATOS.DAT,
      *==               PEDIDOS10.DAT, PEDIDOS11.DAT E RESERVAS.DAT
      *==               (LINHA A LINHA) E CONTAS_RECEBER.DAT E
      *==               ALUNOS.DAT (INDEXADOS, COPIADOS EM ORDEM DE
      *==               CHAVE PARA A COPIA PLANA E REGRAVADOS NA MESMA
      *==               ORDEM NA RESTAURACAO). O .BAK E SEMPRE A COPIA
      *==               PLANA LINHA A LINHA, COMO O DO ARQ004
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== ARQUIVO VIVO GRAVADO LINHA A LINHA (CONTRATOS, PEDIDOS,
      *=== RESERVAS), CAMINHO RECEBIDO DO CHAMADOR
           SELECT VIVOSEQ ASSIGN
           TO WRK-PATH-VIVO
               FILE STATUS IS FS-VIVO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CONTAS A RECEBER, MESMA ESTRUTURA DE CHAVES DO PROGRAMA08
           SELECT RECEBER ASSIGN
           TO WRK-PATH-VIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-VIVO.

      *=== CADASTRO DE ALUNOS, INDEXADO (VER PROG021)
           SELECT ALUNOS ASSIGN
           TO WRK-PATH-VIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS FS-VIVO.

      *=== A COPIA PLANA (.BAK), NOME MONTADO EM TEMPO DE EXECUCAO
           SELECT BACKUP ASSIGN
           TO WRK-BACKUP-PATH
               FILE STATUS IS FS-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CATALOGO DAS GERACOES, SO CRESCE AQUI
           SELECT BKPCTL ASSIGN
           TO WRK-PATH-BKPCTL
               FILE STATUS IS FS-BKPCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  VIVOSEQ.
       01  REG-VIVOSEQ          PIC X(250).

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  ALUNOS.
           COPY "ALUREG.cpy".

      *=== COPIA PLANA DO REGISTRO, LINHA A LINHA
       FD  BACKUP.
       01  REG-BACKUP           PIC X(250).

       FD  BKPCTL.
           COPY "BKPCAT.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-VIVO              PIC 9(002) VALUE ZEROS.
       77  FS-BACKUP            PIC 9(002) VALUE ZEROS.
       77  FS-BKPCTL            PIC 9(002) VALUE ZEROS.

       77  WRK-PATH-VIVO        PIC X(040) VALUE SPACES.
       77  WRK-BACKUP-PATH      PIC X(060) VALUE SPACES.

      *=== ORGANIZACAO DO ARQUIVO PEDIDO: "S"-LINHA A LINHA /
      *=== "R"-CONTAS A RECEBER / "A"-ALUNOS
       77  WRK-TIPO-VIVO        PIC X(001) VALUE SPACE.
           88  VIVO-SEQUENCIAL             VALUE "S".
           88  VIVO-RECEBER                VALUE "R".
           88  VIVO-ALUNOS                 VALUE "A".

      *=== MONTAGEM DO NOME DO .BAK: PASTA DO ARQUIVO VIVO + NOME SEM
      *=== EXTENSAO + _AAAAMMDD_HHMMSSCC.BAK
       77  WRK-BACKUP-DATA      PIC 9(008) VALUE ZEROS.
       77  WRK-BACKUP-HORA      PIC 9(008) VALUE ZEROS.
       77  WRK-NOME-BASE        PIC X(020) VALUE SPACES.
       77  WRK-POS-BARRA        PIC 9(002) VALUE ZEROS.
       77  WRK-IND-POS          PIC 9(002) VALUE ZEROS.
       77  WRK-TOTAL-COPIADO    PIC 9(007) VALUE ZEROS.

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".
       77  WRK-PATH-BKPCTL      PIC X(040) VALUE
           "..\dados\BACKUPS_GERAL.CTL".

       LINKAGE               SECTION.
       COPY "BKPWS.cpy".


       PROCEDURE             DIVISION USING WRK-BKP-PARM.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
           MOVE "0"   TO BKP-RESULTADO.
           MOVE ZEROS TO BKP-FS.
           MOVE ZEROS TO WRK-TOTAL-COPIADO.
           MOVE BKP-CAMINHO TO WRK-PATH-VIVO.

           EVALUATE BKP-ARQUIVO
               WHEN "CONTRATOS.DAT"
               WHEN "PEDIDOS10.DAT"
               WHEN "PEDIDOS11.DAT"
               WHEN "RESERVAS.DAT"
                   MOVE "S" TO WRK-TIPO-VIVO
               WHEN "CONTAS_RECEBER.DAT"
                   MOVE "R" TO WRK-TIPO-VIVO
               WHEN "ALUNOS.DAT"
                   MOVE "A" TO WRK-TIPO-VIVO
               WHEN OTHER
                   MOVE SPACE TO WRK-TIPO-VIVO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WRK-TIPO-VIVO EQUAL SPACE
                   DISPLAY "ARQBKP: ARQUIVO SEM BACKUP PREVISTO - "
                           BKP-ARQUIVO
                   MOVE "2" TO BKP-RESULTADO
               WHEN BKP-GRAVAR
                   PERFORM 0100-GRAVAR-BACKUP
               WHEN BKP-RESTAURAR
                   PERFORM 0200-RESTAURAR-BACKUP
               WHEN OTHER
                   MOVE "2" TO BKP-RESULTADO
           END-EVALUATE.

           GOBACK.

      *=== COPIA O ARQUIVO VIVO PARA O .BAK E CATALOGA A GERACAO;
      *=== ARQUIVO VIVO AINDA INEXISTENTE NAO TEM O QUE COPIAR
       0100-GRAVAR-BACKUP    SECTION.
           EVALUATE TRUE
               WHEN VIVO-SEQUENCIAL
                   OPEN INPUT VIVOSEQ
               WHEN VIVO-RECEBER
                   OPEN INPUT RECEBER
               WHEN VIVO-ALUNOS
                   OPEN INPUT ALUNOS
           END-EVALUATE.

           IF FS-VIVO EQUAL 35
               MOVE "1" TO BKP-RESULTADO
           ELSE
           IF FS-VIVO NOT EQUAL 00
               MOVE "2"     TO BKP-RESULTADO
               MOVE FS-VIVO TO BKP-FS
           ELSE
               PERFORM 0110-MONTAR-NOME
               OPEN OUTPUT BACKUP
               IF FS-BACKUP NOT EQUAL 00
                   MOVE "2"       TO BKP-RESULTADO
                   MOVE FS-BACKUP TO BKP-FS
               ELSE
                   PERFORM 0120-COPIAR-VIVO
                   CLOSE BACKUP
                   PERFORM 0130-CATALOGAR
                   MOVE WRK-BACKUP-PATH   TO BKP-BACKUP-PATH
                   MOVE WRK-TOTAL-COPIADO TO BKP-REGISTROS
               END-IF
               PERFORM 0140-FECHAR-VIVO
           END-IF
           END-IF.

      *=== NOME DO .BAK NA MESMA PASTA DO ARQUIVO VIVO, COM A DATA E A
      *=== HORA DA COPIA (MESMA CONVENCAO DO CLIENTES_*.BAK DO ARQ004)
       0110-MONTAR-NOME      SECTION.
           ACCEPT WRK-BACKUP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BACKUP-HORA FROM TIME.

           MOVE ZEROS TO WRK-POS-BARRA.
           PERFORM VARYING WRK-IND-POS FROM 1 BY 1
                     UNTIL WRK-IND-POS GREATER 40
               IF WRK-PATH-VIVO(WRK-IND-POS:1) EQUAL "\"
                   MOVE WRK-IND-POS TO WRK-POS-BARRA
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-NOME-BASE.
           UNSTRING BKP-ARQUIVO DELIMITED BY "."
               INTO WRK-NOME-BASE
           END-UNSTRING.

           MOVE SPACES TO WRK-BACKUP-PATH.
           IF WRK-POS-BARRA EQUAL ZEROS
               STRING WRK-NOME-BASE        DELIMITED BY SPACE
                      "_"                  DELIMITED BY SIZE
                      WRK-BACKUP-DATA      DELIMITED BY SIZE
                      "_"                  DELIMITED BY SIZE
                      WRK-BACKUP-HORA      DELIMITED BY SIZE
                      ".BAK"               DELIMITED BY SIZE
                      INTO WRK-BACKUP-PATH
               END-STRING
           ELSE
               STRING WRK-PATH-VIVO(1:WRK-POS-BARRA)
                                           DELIMITED BY SIZE
                      WRK-NOME-BASE        DELIMITED BY SPACE
                      "_"                  DELIMITED BY SIZE
                      WRK-BACKUP-DATA      DELIMITED BY SIZE
                      "_"                  DELIMITED BY SIZE
                      WRK-BACKUP-HORA      DELIMITED BY SIZE
                      ".BAK"               DELIMITED BY SIZE
                      INTO WRK-BACKUP-PATH
               END-STRING
           END-IF.

      *=== COPIA TODOS OS REGISTROS DO ARQUIVO VIVO PARA O .BAK
       0120-COPIAR-VIVO      SECTION.
           EVALUATE TRUE
               WHEN VIVO-SEQUENCIAL
                   READ VIVOSEQ
                   PERFORM UNTIL FS-VIVO NOT EQUAL 00
                       MOVE REG-VIVOSEQ TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WRK-TOTAL-COPIADO
                       READ VIVOSEQ
                   END-PERFORM
               WHEN VIVO-RECEBER
                   READ RECEBER
                   PERFORM UNTIL FS-VIVO NOT EQUAL 00
                       MOVE REG-RECEBER TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WRK-TOTAL-COPIADO
                       READ RECEBER
                   END-PERFORM
               WHEN VIVO-ALUNOS
                   READ ALUNOS
                   PERFORM UNTIL FS-VIVO NOT EQUAL 00
                       MOVE REG-ALUNO TO REG-BACKUP
                       WRITE REG-BACKUP
                       ADD 1 TO WRK-TOTAL-COPIADO
                       READ ALUNOS
                   END-PERFORM
           END-EVALUATE.

      *=== ANOTA A GERACAO EM BACKUPS_GERAL.CTL, CRIANDO O CATALOGO NA
      *=== PRIMEIRA EXECUCAO
       0130-CATALOGAR        SECTION.
           OPEN EXTEND BKPCTL.
           IF FS-BKPCTL EQUAL 35
               OPEN OUTPUT BKPCTL
           END-IF.

           MOVE SPACE TO BKC-SEP-1 BKC-SEP-2 BKC-SEP-3 BKC-SEP-4
                         BKC-SEP-5 BKC-SEP-6.
           MOVE WRK-BACKUP-DATA   TO BKC-DATA.
           MOVE WRK-BACKUP-HORA   TO BKC-HORA.
           MOVE BKP-ARQUIVO       TO BKC-ARQUIVO.
           MOVE WRK-TOTAL-COPIADO TO BKC-REGISTROS.
           MOVE BKP-PROGRAMA      TO BKC-PROGRAMA.
           MOVE WRK-PATH-VIVO     TO BKC-CAMINHO.
           MOVE WRK-BACKUP-PATH   TO BKC-BACKUP-PATH.
           WRITE REG-BKPCAT.

           CLOSE BKPCTL.

       0140-FECHAR-VIVO      SECTION.
           EVALUATE TRUE
               WHEN VIVO-SEQUENCIAL
                   CLOSE VIVOSEQ
               WHEN VIVO-RECEBER
                   CLOSE RECEBER
               WHEN VIVO-ALUNOS
                   CLOSE ALUNOS
           END-EVALUATE.

      *=== REGRAVA O ARQUIVO VIVO A PARTIR DO .BAK; O .BAK E ABERTO
      *=== ANTES DE TRUNCAR O VIVO, PARA UM .BAK SUMIDO NAO APAGAR NADA
       0200-RESTAURAR-BACKUP SECTION.
           MOVE BKP-BACKUP-PATH TO WRK-BACKUP-PATH.
           OPEN INPUT BACKUP.
           IF FS-BACKUP EQUAL 35
               MOVE "1" TO BKP-RESULTADO
           ELSE
           IF FS-BACKUP NOT EQUAL 00
               MOVE "2"       TO BKP-RESULTADO
               MOVE FS-BACKUP TO BKP-FS
           ELSE
               EVALUATE TRUE
                   WHEN VIVO-SEQUENCIAL
                       OPEN OUTPUT VIVOSEQ
                   WHEN VIVO-RECEBER
                       OPEN OUTPUT RECEBER
                   WHEN VIVO-ALUNOS
                       OPEN OUTPUT ALUNOS
               END-EVALUATE
               IF FS-VIVO NOT EQUAL 00
                   MOVE "2"     TO BKP-RESULTADO
                   MOVE FS-VIVO TO BKP-FS
               ELSE
                   PERFORM 0210-COPIAR-BACKUP
                   PERFORM 0140-FECHAR-VIVO
               END-IF
               CLOSE BACKUP
               MOVE WRK-TOTAL-COPIADO TO BKP-REGISTROS
           END-IF
           END-IF.

      *=== COPIA O .BAK DE VOLTA; FALHA DE GRAVACAO INTERROMPE A COPIA
      *=== E VOLTA COMO FALHA, COM O FILE STATUS
       0210-COPIAR-BACKUP    SECTION.
           READ BACKUP.
           PERFORM UNTIL FS-BACKUP NOT EQUAL 00
                      OR BKP-FALHA
               EVALUATE TRUE
                   WHEN VIVO-SEQUENCIAL
                       MOVE REG-BACKUP TO REG-VIVOSEQ
                       WRITE REG-VIVOSEQ
                   WHEN VIVO-RECEBER
                       MOVE REG-BACKUP TO REG-RECEBER
                       WRITE REG-RECEBER
                   WHEN VIVO-ALUNOS
                       MOVE REG-BACKUP TO REG-ALUNO
                       WRITE REG-ALUNO
               END-EVALUATE
               IF FS-VIVO EQUAL 00
                   ADD 1 TO WRK-TOTAL-COPIADO
               ELSE
                   MOVE "2"     TO BKP-RESULTADO
                   MOVE FS-VIVO TO BKP-FS
               END-IF
               READ BACKUP
           END-PERFORM.

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "BACKUPS_GERAL.CTL" TO CFG-ARQUIVO.
           MOVE WRK-PATH-BKPCTL TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-BKPCTL.


       END PROGRAM ARQBKP.
