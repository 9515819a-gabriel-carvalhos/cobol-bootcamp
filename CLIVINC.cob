       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIVINC.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONVERSAO, DE UMA UNICA VEZ, DE CONTRATOS.DAT E
      *==            CONTAS_RECEBER.DAT PARA O LAYOUT COM A CHAVE DO
      *==            CLIENTE NO FIM DO REGISTRO (COPYBOOKS CONREG E
      *==            FATREG): ATE AQUI O CLIENTE DO CONTRATO E DA
      *==            FATURA ERA SO UM NOME DIGITADO DE 30 POSICOES, E
      *==            "JOAO SILVA" E O REG-ID 001042 ERAM A MESMA PESSOA
      *==            SO NA CABECA DE ALGUEM. AQUI CADA NOME E CASADO
      *==            COM O CADASTRO DE CLIENTES.DAT (REG-NOME, SEM
      *==            DIFERENCA DE MAIUSCULA/MINUSCULA); O QUE NAO CASA
      *==            - NOME INEXISTENTE OU HOMONIMO COM MAIS DE 1
      *==            CADASTRO - FICA COM O ID ZERADO E VAI PARA A
      *==            LISTA DE PENDENCIAS VINCULO_PENDENTE.TXT
      *==  DATA: 12/05/2025
      *==  OBSERVACOES: MESMO PADRAO DO PROG021/ARQ016: GRAVA
      *==               CONTRATOS.NEW E CONTAS_RECEBER.NEW, CONFERE OS
      *==               TOTAIS E SO ENTAO REGRAVA OS ORIGINAIS (COM
      *==               NOVA CONFERENCIA NA COPIA); NUMA DIVERGENCIA OS
      *==               ORIGINAIS FICAM INTOCADOS. CONTRATO/FATURA DE
      *==               "ALUNO NNNN" (PONTE DO PROG025) VIRA TIPO "A"
      *==               COM O ID DO ALUNO. PODE SER RODADO DE NOVO: O
      *==               QUE JA TEM ID E PRESERVADO E O QUE FICOU
      *==               PENDENTE E CASADO OUTRA VEZ - PRIMEIRO PELO
      *==               DE-PARA MANUAL VINCULO.CTL (NOME(30)+REG-ID(6),
      *==               PREENCHIDO A PARTIR DA LISTA DE PENDENCIAS),
      *==               DEPOIS PELO NOME. OS LAYOUTS SAO DECLARADOS
      *==               AQUI COMO ERAM NA VIRADA (144/88), PARA A
      *==               CONVERSAO CONTINUAR FIEL A ELA
      *==  ALTERACOES
      *==  14/05/2025 GC: COM CONTAS_RECEBER.DAT JA INDEXADO (FATINDX),
      *==               UMA NOVA RODADA SO CONVERTE OS CONTRATOS - LER O
      *==               LIVRO INDEXADO COMO SEQUENCIAL E REGRAVA-LO NA
      *==               VIRADA DESTRUIRIA O ARQUIVO
      *==  16/05/2025 GC: O TESTE DO LIVRO INDEXADO PASSA A USAR O
      *==               LAYOUT CORRENTE DO FATREG (QUE GANHOU O SALDO,
      *==               VER FATSALD) - COM O LAYOUT ANTIGO A ABERTURA
      *==               DAVA 39 E O TESTE NAO RECONHECIA O INDEXADO
      *==  26/05/2025 GC: O CONTRATO GANHOU A VIGENCIA E A PERIODICIDADE
      *==               NO FIM (169 POSICOES, COPYBOOK CONREG): A LINHA
      *==               CRUA E A COPIA PASSAM A 169 E AS 25 POSICOES
      *==               NOVAS ATRAVESSAM A CONVERSAO INTACTAS
      *==  18/06/2025 GC: O CONTRATO GANHOU A MOEDA NO FIM (172
      *==               POSICOES): A LINHA CRUA E A COPIA PASSAM A 172 E
      *==               A VIGENCIA E A MOEDA (28 POSICOES) ATRAVESSAM A
      *==               CONVERSAO INTACTAS
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CONTRATOS.DAT: LIDO NA CONVERSAO E REGRAVADO NA VIRADA
           SELECT CONTRATOS ASSIGN
           TO "dados\CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTRATOS.

           SELECT CONTRATOS-NOVO ASSIGN
           TO "dados\CONTRATOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CON-NOVO.

      *=== CONTAS_RECEBER.DAT: LIDO NA CONVERSAO E REGRAVADO NA VIRADA
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEBER.

           SELECT RECEBER-NOVO ASSIGN
           TO "dados\CONTAS_RECEBER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAT-NOVO.

      *=== O MESMO LIVRO VISTO COMO INDEXADO, SO PARA SABER SE O
      *=== FATINDX JA RODOU (ABRE COM 00 = JA ESTA INDEXADO)
           SELECT RECEBER-INDEXADO ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIX-NUMERO
               ALTERNATE RECORD KEY IS FIX-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER-IDX.

      *=== CADASTRO DE CLIENTES (SO CONSULTA)
           SELECT CLIENTES ASSIGN
           TO "dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== DE-PARA MANUAL NOME -> REG-ID (OPCIONAL)
           SELECT VINCULOCTL ASSIGN
           TO "dados\VINCULO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VINCULO.

      *=== LISTA DE PENDENCIAS: NOMES QUE NAO CASARAM COM O CADASTRO
           SELECT PENDENCIAS ASSIGN
           TO "dados\VINCULO_PENDENTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENCIAS.

       DATA DIVISION.
       FILE                  SECTION.
      *=== A LINHA CRUA: 137 POSICOES NO LAYOUT ANTIGO (AS ULTIMAS
      *=== CHEGAM EM BRANCO), 144 SE JA CONVERTIDO, 169 COM A
      *=== VIGENCIA OU 172 COM A MOEDA
       FD  CONTRATOS.
       01  REG-CON-LINHA               PIC X(172).

      *=== LAYOUT DO CONTRATO COM A CHAVE DO CLIENTE (144), A VIGENCIA
      *=== E A MOEDA, QUE SO SAO COPIADAS (28)
       FD  CONTRATOS-NOVO.
       01  REG-CONTRATO.
           05  REG-CON-CLIENTE         PIC X(030).
           05  REG-CON-DESCONTO        PIC 9(003)V99.
           05  REG-CON-IMPOSTO         PIC 9(003)V99.
           05  REG-CON-ITEM            PIC 9(006)V99 OCCURS 12 TIMES.
           05  REG-CON-STATUS          PIC X(001).
           05  REG-CON-TIPO-CLI        PIC X(001).
           05  REG-CON-CLI-ID          PIC 9(006).
           05  FILLER                  PIC X(028).

      *=== A LINHA CRUA: 81 POSICOES NO LAYOUT ANTIGO OU 88
       FD  RECEBER.
       01  REG-FAT-LINHA               PIC X(088).

      *=== LAYOUT DA FATURA COM A CHAVE DO CLIENTE (88)
       FD  RECEBER-NOVO.
       01  REG-RECEBER.
           05  FAT-NUMERO              PIC 9(006).
           05  FAT-CLIENTE             PIC X(030).
           05  FAT-VALOR               PIC 9(008)V99.
           05  FAT-EMISSAO             PIC 9(008).
           05  FAT-VENCIMENTO          PIC 9(008).
           05  FAT-STATUS              PIC X(001).
           05  FAT-DATA-PGTO           PIC 9(008).
           05  FAT-VALOR-PAGO          PIC 9(008)V99.
           05  FAT-TIPO-CLI            PIC X(001).
           05  FAT-CLI-ID              PIC 9(006).

       FD  RECEBER-INDEXADO.
           COPY "FATREG.cpy"
               REPLACING ==REG-RECEBER== BY ==REG-FAT-INDEXADO==
                         LEADING ==FAT-== BY ==FIX-==.

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  VINCULOCTL.
       01  REG-VINCULO.
           05  VIN-NOME                PIC X(030).
           05  VIN-ID                  PIC 9(006).

       FD  PENDENCIAS.
       01  REG-PENDENCIA               PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-CONTRATOS         PIC 9(002) VALUE ZEROS.
       77  FS-CON-NOVO          PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-FAT-NOVO          PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER-IDX       PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-VINCULO           PIC 9(002) VALUE ZEROS.
       77  FS-PENDENCIAS        PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

      *=== NOMES DISTINTOS AINDA SEM VINCULO, RECOLHIDOS DOS 2
      *=== ARQUIVOS NA 1A PASSADA E CASADOS COM O CADASTRO DEPOIS:
      *=== QTD-CAD = QUANTOS CADASTROS TEM AQUELE NOME (1 = CASOU)
       01  WRK-TAB-NOMES.
           05  WRK-NOM-ITEM     OCCURS 700 TIMES.
               10  WRK-NOM-NOME         PIC X(030).
               10  WRK-NOM-CHAVE        PIC X(030).
               10  WRK-NOM-ID           PIC 9(006).
               10  WRK-NOM-QTD-CAD      PIC 9(003).
               10  WRK-NOM-STATUS       PIC X(001).
               10  WRK-NOM-MANUAL       PIC X(001).
               10  WRK-NOM-QTD-CON      PIC 9(003).
               10  WRK-NOM-QTD-FAT      PIC 9(003).
       77  WRK-QTD-NOMES        PIC 9(003) VALUE ZEROS.
       77  WRK-IND-NOM          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ACHADO       PIC 9(003) VALUE ZEROS.

      *=== NOME EM PROCURA E A CHAVE DE COMPARACAO (MAIUSCULAS)
       77  WRK-NOME             PIC X(030) VALUE SPACES.
       77  WRK-NOME-CHAVE       PIC X(030) VALUE SPACES.
       77  WRK-ORIGEM           PIC X(001) VALUE SPACES.
           88  ORIGEM-CONTRATO             VALUE "C".
           88  ORIGEM-FATURA               VALUE "F".

      *=== RESULTADO DA RESOLUCAO DE 1 REGISTRO
       77  WRK-TIPO-CLI         PIC X(001) VALUE SPACES.
       77  WRK-CLI-ID           PIC 9(006) VALUE ZEROS.
       77  WRK-ID-ALUNO         PIC X(004) VALUE SPACES.

      *=== LINHA DA LISTA DE PENDENCIAS
       01  WRK-LIN-PENDENCIA.
           05  PEN-NOME             PIC X(030).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  PEN-MOTIVO           PIC X(024).
           05  FILLER               PIC X(005) VALUE " CON ".
           05  PEN-QTD-CON          PIC ZZ9.
           05  FILLER               PIC X(005) VALUE " FAT ".
           05  PEN-QTD-FAT          PIC ZZ9.
           05  FILLER               PIC X(009) VALUE SPACES.

      *=== TOTAIS DA CONVERSAO E DA VIRADA
       77  WRK-CON-LIDOS        PIC 9(004) VALUE ZEROS.
       77  WRK-CON-GRAVADOS     PIC 9(004) VALUE ZEROS.
       77  WRK-CON-EFETIVADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-CON-VINCULADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-CON-ALUNOS       PIC 9(004) VALUE ZEROS.
       77  WRK-CON-PENDENTES    PIC 9(004) VALUE ZEROS.
       77  WRK-FAT-LIDOS        PIC 9(004) VALUE ZEROS.
       77  WRK-FAT-GRAVADOS     PIC 9(004) VALUE ZEROS.
       77  WRK-FAT-EFETIVADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-FAT-VINCULADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-FAT-ALUNOS       PIC 9(004) VALUE ZEROS.
       77  WRK-FAT-PENDENTES    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-MANUAIS      PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-LISTADOS     PIC 9(004) VALUE ZEROS.
       77  WRK-TEM-RECEBER      PIC X(001) VALUE "N".
           88  TEM-RECEBER                 VALUE "S".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *=== 1A PASSADA: RECOLHE OS NOMES AINDA SEM VINCULO DOS 2
      *=== ARQUIVOS, APLICA O DE-PARA MANUAL E CASA O RESTO COM O
      *=== CADASTRO NUMA UNICA LEITURA DE CLIENTES.DAT
       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-QTD-NOMES.

           OPEN INPUT CONTRATOS.
           IF FS-CONTRATOS NOT EQUAL 00
               MOVE "CONTRATOS.DAT NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE "C" TO WRK-ORIGEM.
           READ CONTRATOS.
           PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
               MOVE REG-CON-LINHA TO REG-CONTRATO
               IF REG-CON-CLIENTE(1:6) NOT EQUAL "ALUNO "
                  AND (REG-CON-CLI-ID NOT NUMERIC
                       OR REG-CON-CLI-ID EQUAL ZEROS)
                   MOVE REG-CON-CLIENTE TO WRK-NOME
                   PERFORM 0110-RECOLHER-NOME
               END-IF
               READ CONTRATOS
           END-PERFORM.
           CLOSE CONTRATOS.

      *=== SEM CONTAS_RECEBER.DAT (NENHUM LOTE FATUROU AINDA) OU COM
      *=== ELE JA INDEXADO PELO FATINDX, SO OS CONTRATOS SAO
      *=== CONVERTIDOS
           OPEN INPUT RECEBER-INDEXADO.
           IF FS-RECEBER-IDX EQUAL 00
               CLOSE RECEBER-INDEXADO
               DISPLAY "CONTAS_RECEBER.DAT JA ESTA INDEXADO - SO OS "
                       "CONTRATOS SERAO CONVERTIDOS"
               MOVE 99 TO FS-RECEBER
           ELSE
               OPEN INPUT RECEBER
           END-IF.
           IF FS-RECEBER EQUAL 00
               MOVE "S" TO WRK-TEM-RECEBER
               MOVE "F" TO WRK-ORIGEM
               READ RECEBER
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                   MOVE REG-FAT-LINHA TO REG-RECEBER
                   IF FAT-CLIENTE(1:6) NOT EQUAL "ALUNO "
                      AND (FAT-CLI-ID NOT NUMERIC
                           OR FAT-CLI-ID EQUAL ZEROS)
                       MOVE FAT-CLIENTE TO WRK-NOME
                       PERFORM 0110-RECOLHER-NOME
                   END-IF
                   READ RECEBER
               END-PERFORM
               CLOSE RECEBER
           ELSE
           IF FS-RECEBER NOT EQUAL 99
               DISPLAY "CONTAS_RECEBER.DAT NAO EXISTE - SO OS "
                       "CONTRATOS SERAO CONVERTIDOS"
           END-IF
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CLIENTES.DAT NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           PERFORM 0120-APLICAR-DE-PARA.

           MOVE LOW-VALUES TO REG-ID.
           START CLIENTES KEY IS NOT LESS REG-ID
           END-START.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT
               PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
                   PERFORM 0130-CASAR-CLIENTE
                   READ CLIENTES NEXT
               END-PERFORM
           END-IF.
           CLOSE CLIENTES.

      *=== ANOTA WRK-NOME NA TABELA DE NOMES (1 VEZ POR NOME) E CONTA
      *=== EM QUANTOS CONTRATOS/FATURAS ELE APARECE
       0110-RECOLHER-NOME    SECTION.
           MOVE FUNCTION UPPER-CASE(WRK-NOME) TO WRK-NOME-CHAVE.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-NOM FROM 1 BY 1
                     UNTIL WRK-IND-NOM GREATER WRK-QTD-NOMES
               IF WRK-NOM-NOME(WRK-IND-NOM) EQUAL WRK-NOME
                   MOVE WRK-IND-NOM TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-IND-ACHADO EQUAL ZEROS
               IF WRK-QTD-NOMES EQUAL 700
                   MOVE "MAIS DE 700 NOMES SEM VINCULO"
                       TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               ADD 1 TO WRK-QTD-NOMES
               MOVE WRK-QTD-NOMES  TO WRK-IND-ACHADO
               MOVE WRK-NOME       TO WRK-NOM-NOME(WRK-IND-ACHADO)
               MOVE WRK-NOME-CHAVE TO WRK-NOM-CHAVE(WRK-IND-ACHADO)
               MOVE ZEROS          TO WRK-NOM-ID(WRK-IND-ACHADO)
               MOVE ZEROS          TO WRK-NOM-QTD-CAD(WRK-IND-ACHADO)
               MOVE SPACE          TO WRK-NOM-STATUS(WRK-IND-ACHADO)
               MOVE "N"            TO WRK-NOM-MANUAL(WRK-IND-ACHADO)
               MOVE ZEROS          TO WRK-NOM-QTD-CON(WRK-IND-ACHADO)
               MOVE ZEROS          TO WRK-NOM-QTD-FAT(WRK-IND-ACHADO)
           END-IF.

           IF ORIGEM-CONTRATO
               ADD 1 TO WRK-NOM-QTD-CON(WRK-IND-ACHADO)
           ELSE
               ADD 1 TO WRK-NOM-QTD-FAT(WRK-IND-ACHADO)
           END-IF.

      *=== DE-PARA MANUAL (VINCULO.CTL): O NOME LISTADO LA VALE MAIS
      *=== QUE O CASAMENTO PELO NOME, DESDE QUE O REG-ID EXISTA
       0120-APLICAR-DE-PARA  SECTION.
           OPEN INPUT VINCULOCTL.
           IF FS-VINCULO EQUAL 00
               READ VINCULOCTL
               PERFORM UNTIL FS-VINCULO NOT EQUAL 00
                   PERFORM VARYING WRK-IND-NOM FROM 1 BY 1
                             UNTIL WRK-IND-NOM GREATER WRK-QTD-NOMES
                       IF WRK-NOM-NOME(WRK-IND-NOM) EQUAL VIN-NOME
                           MOVE VIN-ID TO REG-ID
                           READ CLIENTES
                               KEY IS REG-ID
                           END-READ
                           IF FS-CLIENTES EQUAL 00
                               MOVE "S"
                                 TO WRK-NOM-MANUAL(WRK-IND-NOM)
                               MOVE 1
                                 TO WRK-NOM-QTD-CAD(WRK-IND-NOM)
                               MOVE REG-ID
                                 TO WRK-NOM-ID(WRK-IND-NOM)
                               MOVE REG-STATUS
                                 TO WRK-NOM-STATUS(WRK-IND-NOM)
                               ADD 1 TO WRK-QTD-MANUAIS
                           ELSE
                               DISPLAY "VINCULO.CTL: REG-ID " VIN-ID
                                       " NAO EXISTE - " VIN-NOME
                           END-IF
                       END-IF
                   END-PERFORM
                   READ VINCULOCTL
               END-PERFORM
               CLOSE VINCULOCTL
           END-IF.

      *=== CONFERE O CLIENTE CORRENTE CONTRA OS NOMES SEM VINCULO: O
      *=== NOME DO CONTRATO (30) CASA QUANDO AS 20 PRIMEIRAS POSICOES
      *=== SAO O REG-NOME E O RESTO ESTA EM BRANCO
       0130-CASAR-CLIENTE    SECTION.
           MOVE SPACES TO WRK-NOME-CHAVE.
           MOVE FUNCTION UPPER-CASE(REG-NOME) TO WRK-NOME-CHAVE(1:20).
           PERFORM VARYING WRK-IND-NOM FROM 1 BY 1
                     UNTIL WRK-IND-NOM GREATER WRK-QTD-NOMES
               IF WRK-NOM-CHAVE(WRK-IND-NOM) EQUAL WRK-NOME-CHAVE
                  AND WRK-NOM-MANUAL(WRK-IND-NOM) EQUAL "N"
                   ADD 1 TO WRK-NOM-QTD-CAD(WRK-IND-NOM)
                   IF WRK-NOM-QTD-CAD(WRK-IND-NOM) EQUAL 1
                       MOVE REG-ID     TO WRK-NOM-ID(WRK-IND-NOM)
                       MOVE REG-STATUS TO WRK-NOM-STATUS(WRK-IND-NOM)
                   END-IF
               END-IF
           END-PERFORM.

      *=== 2A PASSADA: GRAVA OS .NEW NO LAYOUT COM A CHAVE DO CLIENTE
       0200-PROCESSAR        SECTION.
           OPEN INPUT CONTRATOS.
           OPEN OUTPUT CONTRATOS-NOVO.
           IF FS-CON-NOVO NOT EQUAL 00
               MOVE "CONTRATOS.NEW NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ CONTRATOS.
           PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
               ADD 1 TO WRK-CON-LIDOS
               MOVE REG-CON-LINHA TO REG-CONTRATO
               MOVE REG-CON-CLIENTE  TO WRK-NOME
               MOVE REG-CON-TIPO-CLI TO WRK-TIPO-CLI
               IF REG-CON-CLI-ID NUMERIC
                   MOVE REG-CON-CLI-ID TO WRK-CLI-ID
               ELSE
                   MOVE ZEROS TO WRK-CLI-ID
               END-IF
               PERFORM 0210-RESOLVER-CHAVE
               MOVE WRK-TIPO-CLI TO REG-CON-TIPO-CLI
               MOVE WRK-CLI-ID   TO REG-CON-CLI-ID
               EVALUATE TRUE
                   WHEN WRK-TIPO-CLI EQUAL "A"
                       ADD 1 TO WRK-CON-ALUNOS
                   WHEN WRK-CLI-ID EQUAL ZEROS
                       ADD 1 TO WRK-CON-PENDENTES
                   WHEN OTHER
                       ADD 1 TO WRK-CON-VINCULADOS
               END-EVALUATE
               WRITE REG-CONTRATO
               IF FS-CON-NOVO EQUAL 00
                   ADD 1 TO WRK-CON-GRAVADOS
               ELSE
                   MOVE "FALHA DE GRAVACAO EM CONTRATOS.NEW"
                       TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ CONTRATOS
           END-PERFORM.
           CLOSE CONTRATOS
                 CONTRATOS-NOVO.

           IF TEM-RECEBER
               PERFORM 0220-CONVERTER-RECEBER
           END-IF.

      *=== DECIDE TIPO E ID DO REGISTRO CORRENTE (WRK-NOME/WRK-TIPO-CLI/
      *=== WRK-CLI-ID): ID JA GRAVADO FICA; "ALUNO NNNN" VIRA TIPO "A";
      *=== O RESTO VEM DA TABELA DE NOMES (SO SE CASOU COM 1 CADASTRO)
       0210-RESOLVER-CHAVE   SECTION.
           IF WRK-CLI-ID GREATER ZEROS
              AND (WRK-TIPO-CLI EQUAL "C" OR WRK-TIPO-CLI EQUAL "A")
               CONTINUE
           ELSE
           IF WRK-NOME(1:6) EQUAL "ALUNO "
               MOVE WRK-NOME(7:4) TO WRK-ID-ALUNO
               MOVE "A" TO WRK-TIPO-CLI
               IF WRK-ID-ALUNO NUMERIC
                   MOVE WRK-ID-ALUNO TO WRK-CLI-ID
               ELSE
                   MOVE ZEROS TO WRK-CLI-ID
               END-IF
           ELSE
               MOVE "C"   TO WRK-TIPO-CLI
               MOVE ZEROS TO WRK-CLI-ID
               PERFORM VARYING WRK-IND-NOM FROM 1 BY 1
                         UNTIL WRK-IND-NOM GREATER WRK-QTD-NOMES
                   IF WRK-NOM-NOME(WRK-IND-NOM) EQUAL WRK-NOME
                      AND WRK-NOM-QTD-CAD(WRK-IND-NOM) EQUAL 1
                       MOVE WRK-NOM-ID(WRK-IND-NOM) TO WRK-CLI-ID
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       0220-CONVERTER-RECEBER SECTION.
           OPEN INPUT RECEBER.
           OPEN OUTPUT RECEBER-NOVO.
           IF FS-FAT-NOVO NOT EQUAL 00
               MOVE "CONTAS_RECEBER.NEW NAO FOI ABERTO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ RECEBER.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               ADD 1 TO WRK-FAT-LIDOS
               MOVE REG-FAT-LINHA TO REG-RECEBER
               MOVE FAT-CLIENTE  TO WRK-NOME
               MOVE FAT-TIPO-CLI TO WRK-TIPO-CLI
               IF FAT-CLI-ID NUMERIC
                   MOVE FAT-CLI-ID TO WRK-CLI-ID
               ELSE
                   MOVE ZEROS TO WRK-CLI-ID
               END-IF
               PERFORM 0210-RESOLVER-CHAVE
               MOVE WRK-TIPO-CLI TO FAT-TIPO-CLI
               MOVE WRK-CLI-ID   TO FAT-CLI-ID
               EVALUATE TRUE
                   WHEN WRK-TIPO-CLI EQUAL "A"
                       ADD 1 TO WRK-FAT-ALUNOS
                   WHEN WRK-CLI-ID EQUAL ZEROS
                       ADD 1 TO WRK-FAT-PENDENTES
                   WHEN OTHER
                       ADD 1 TO WRK-FAT-VINCULADOS
               END-EVALUATE
               WRITE REG-RECEBER
               IF FS-FAT-NOVO EQUAL 00
                   ADD 1 TO WRK-FAT-GRAVADOS
               ELSE
                   MOVE "FALHA DE GRAVACAO EM CONTAS_RECEBER.NEW"
                       TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ RECEBER
           END-PERFORM.
           CLOSE RECEBER
                 RECEBER-NOVO.

       0300-FINALIZAR        SECTION.
           PERFORM 0320-GRAVAR-PENDENCIAS.

           DISPLAY "==== CONTRATOS.DAT ====".
           DISPLAY "LIDOS.................. " WRK-CON-LIDOS.
           DISPLAY "VINCULADOS AO CADASTRO. " WRK-CON-VINCULADOS.
           DISPLAY "CONTRATOS DE ALUNO..... " WRK-CON-ALUNOS.
           DISPLAY "PENDENTES (ID ZERADO).. " WRK-CON-PENDENTES.
           DISPLAY "==== CONTAS_RECEBER.DAT ====".
           DISPLAY "LIDAS.................. " WRK-FAT-LIDOS.
           DISPLAY "VINCULADAS AO CADASTRO. " WRK-FAT-VINCULADOS.
           DISPLAY "FATURAS DE ALUNO....... " WRK-FAT-ALUNOS.
           DISPLAY "PENDENTES (ID ZERADO).. " WRK-FAT-PENDENTES.
           DISPLAY "VINCULOS DO VINCULO.CTL " WRK-QTD-MANUAIS.
           DISPLAY "NOMES NA LISTA......... " WRK-QTD-LISTADOS.

      *=== SO EFETIVA A VIRADA COM OS TOTAIS CONFERIDOS NOS 2 ARQUIVOS;
      *=== NUMA DIVERGENCIA OS ORIGINAIS FICAM INTOCADOS E OS .NEW
      *=== FICAM DISPONIVEIS PARA ANALISE
           IF WRK-CON-LIDOS NOT EQUAL WRK-CON-GRAVADOS
              OR WRK-FAT-LIDOS NOT EQUAL WRK-FAT-GRAVADOS
               DISPLAY "TOTAIS NAO CONFEREM - VIRADA NAO EFETIVADA"
               MOVE "DIVERGENCIA DE TOTAIS NA CONVERSAO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           PERFORM 0310-EFETIVAR-VIRADA.
           DISPLAY "FIM DE PROGRAMA".

      *=== REGRAVA OS ORIGINAIS A PARTIR DOS .NEW, CONFERINDO O TOTAL
      *=== COPIADO MAIS UMA VEZ
       0310-EFETIVAR-VIRADA  SECTION.
           OPEN INPUT CONTRATOS-NOVO.
           OPEN OUTPUT CONTRATOS.
           IF FS-CONTRATOS NOT EQUAL 00
               MOVE "CONTRATOS.DAT NAO REABRIU (FINAL)" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           READ CONTRATOS-NOVO.
           PERFORM UNTIL FS-CON-NOVO NOT EQUAL 00
               MOVE REG-CONTRATO TO REG-CON-LINHA
               WRITE REG-CON-LINHA
               ADD 1 TO WRK-CON-EFETIVADOS
               READ CONTRATOS-NOVO
           END-PERFORM.
           CLOSE CONTRATOS-NOVO
                 CONTRATOS.

           IF TEM-RECEBER
               OPEN INPUT RECEBER-NOVO
               OPEN OUTPUT RECEBER
               IF FS-RECEBER NOT EQUAL 00
                   MOVE "CONTAS_RECEBER.DAT NAO REABRIU (FINAL)"
                       TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ RECEBER-NOVO
               PERFORM UNTIL FS-FAT-NOVO NOT EQUAL 00
                   MOVE REG-RECEBER TO REG-FAT-LINHA
                   WRITE REG-FAT-LINHA
                   ADD 1 TO WRK-FAT-EFETIVADOS
                   READ RECEBER-NOVO
               END-PERFORM
               CLOSE RECEBER-NOVO
                     RECEBER
           END-IF.

           IF WRK-CON-EFETIVADOS EQUAL WRK-CON-GRAVADOS
              AND WRK-FAT-EFETIVADOS EQUAL WRK-FAT-GRAVADOS
               DISPLAY "CONTRATOS EFETIVADOS... " WRK-CON-EFETIVADOS
               DISPLAY "FATURAS EFETIVADAS..... " WRK-FAT-EFETIVADOS
               DISPLAY "ARQUIVOS JA ESTAO NO LAYOUT COM O REG-ID"
           ELSE
               DISPLAY "TOTAL EFETIVADO DIVERGE DO CONVERTIDO"
               MOVE "DIVERGENCIA DE TOTAIS NA VIRADA"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

      *=== LISTA DE PENDENCIAS: 1 LINHA POR NOME QUE NAO CASOU (OU
      *=== CASOU COM CLIENTE INATIVO/BLOQUEADO, SO PARA CONFERENCIA),
      *=== COM QUANTOS CONTRATOS E FATURAS USAM O NOME; O ACERTO E
      *=== PELA OPCAO V DO CONMANU OU PELO VINCULO.CTL + NOVA RODADA
       0320-GRAVAR-PENDENCIAS SECTION.
           OPEN OUTPUT PENDENCIAS.
           IF FS-PENDENCIAS NOT EQUAL 00
               MOVE "VINCULO_PENDENTE.TXT NAO FOI ABERTO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           PERFORM VARYING WRK-IND-NOM FROM 1 BY 1
                     UNTIL WRK-IND-NOM GREATER WRK-QTD-NOMES
               MOVE SPACES TO PEN-MOTIVO
               EVALUATE TRUE
                   WHEN WRK-NOM-QTD-CAD(WRK-IND-NOM) EQUAL ZEROS
                       MOVE "NAO ESTA NO CADASTRO" TO PEN-MOTIVO
                   WHEN WRK-NOM-QTD-CAD(WRK-IND-NOM) GREATER 1
                       MOVE "HOMONIMO NO CADASTRO" TO PEN-MOTIVO
                   WHEN WRK-NOM-STATUS(WRK-IND-NOM) EQUAL "I"
                       MOVE "VINCULADO - INATIVO" TO PEN-MOTIVO
                   WHEN WRK-NOM-STATUS(WRK-IND-NOM) EQUAL "B"
                       MOVE "VINCULADO - BLOQUEADO" TO PEN-MOTIVO
               END-EVALUATE
               IF PEN-MOTIVO NOT EQUAL SPACES
                   MOVE WRK-NOM-NOME(WRK-IND-NOM)    TO PEN-NOME
                   MOVE WRK-NOM-QTD-CON(WRK-IND-NOM) TO PEN-QTD-CON
                   MOVE WRK-NOM-QTD-FAT(WRK-IND-NOM) TO PEN-QTD-FAT
                   MOVE WRK-LIN-PENDENCIA TO REG-PENDENCIA
                   WRITE REG-PENDENCIA
                   ADD 1 TO WRK-QTD-LISTADOS
               END-IF
           END-PERFORM.
           CLOSE PENDENCIAS.

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
