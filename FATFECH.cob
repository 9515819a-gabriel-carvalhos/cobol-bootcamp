       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATFECH.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: FECHAMENTO MENSAL DO CONTAS A RECEBER: NAO HAVIA
      *==            FECHAMENTO, E UMA BAIXA DO PROGRAMA12 COM DATA DO
      *==            MES PASSADO MUDAVA OS SALDOS QUE O FINANCEIRO JA
      *==            TINHA REPORTADO. O FECHAMENTO TIRA A FOTO DA
      *==            POSICAO DO MES - SALDO INICIAL, FATURADO, RECEBIDO,
      *==            ENCARGOS, CREDITOS E SALDO FINAL - POR CLIENTE E NO
      *==            TOTAL, A PARTIR DO JORNAL CONTAS_RECEBER.LOG, E
      *==            GRAVA EM FECHAMENTO_AAAAMM.DAT (COPYBOOK FATFCH). O
      *==            ULTIMO DIA DO MES FECHADO VAI PARA FECHAMENTO.CTL,
      *==            E DAI EM DIANTE PROGRAMA12, PROGRAMA13 E FATNOTA
      *==            RECUSAM LANCAMENTO COM DATA DENTRO DO PERIODO
      *==            FECHADO (COPYBOOKS FATFCWS/FATFCPR)
      *==  DATA: 02/06/2025
      *==  OBSERVACOES: OS MESES SAO FECHADOS EM SEQUENCIA, SEM PULAR;
      *==               O SALDO INICIAL DE CADA CLIENTE E O SALDO FINAL
      *==               DO FECHAMENTO ANTERIOR. NO 1O FECHAMENTO NAO HA
      *==               SALDO INICIAL E O MOVIMENTO E TODO O JORNAL
      *==               ATE O FIM DO MES. O MES SO PODE SER FECHADO A
      *==               PARTIR DO SEU ULTIMO DIA. A PARTE DE PRINCIPAL E
      *==               ENCARGOS DE CADA PAGAMENTO (E DO PAGAMENTO
      *==               ESTORNADO) VEM DA LINHA DE FAT_PAGAMENTOS.DAT
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER (NOME DO CLIENTE E SALDO ATUAL)
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LINHAS DE PAGAMENTO DE CADA FATURA (SO CONSULTA)
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== JORNAL DE LANCAMENTOS COMPARTILHADO, AQUI SOMENTE LEITURA
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== ULTIMO DIA DO ULTIMO MES FECHADO, 1 LINHA SO
           SELECT FECHCTL ASSIGN
           TO "dados\FECHAMENTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCTL.

      *=== FECHAMENTO DO MES (NOME COM A COMPETENCIA, MONTADO NA HORA)
           SELECT FECHAMENTO ASSIGN
           TO WRK-PATH-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHAMENTO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  FECHCTL.
       01  REG-FECHCTL                 PIC 9(008).

       FD  FECHAMENTO.
           COPY "FATFCH.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-JORNAL            PIC 9(002) VALUE ZEROS.
       77  FS-FECHCTL           PIC 9(002) VALUE ZEROS.
       77  FS-FECHAMENTO        PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-FECHAMENTO  PIC X(040) VALUE SPACES.

       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-FECHADO-ATE      PIC 9(008) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== COMPETENCIA A FECHAR (DIGITADA MMAAAA, GUARDADA AAAAMM) E A
      *=== DO FECHAMENTO ANTERIOR
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-CMP-MES      PIC 9(002) VALUE ZEROS.
       01  WRK-COMP-ANTERIOR.
           05  WRK-ANT-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-ANT-MES      PIC 9(002) VALUE ZEROS.
       77  WRK-COMP-ED          PIC X(007) VALUE SPACES.
       77  WRK-COMP-OK          PIC X(001) VALUE "N".
           88  COMPETENCIA-OK              VALUE "S".

      *=== PERIODO DO MES (1O E ULTIMO DIA); NO 1O FECHAMENTO O INICIO
      *=== E ZERO E O MOVIMENTO VEM DO JORNAL INTEIRO
       77  WRK-INICIO-PERIODO   PIC 9(008) VALUE ZEROS.
       77  WRK-FIM-PERIODO      PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AUX         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-ANO      PIC 9(004).
           05  WRK-AUX-MES      PIC 9(002).
           05  WRK-AUX-DIA      PIC 9(002).
       77  WRK-DIA-JULIANO      PIC 9(007) VALUE ZEROS.

      *=== POSICAO DO MES POR CLIENTE
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI-ITEM     OCCURS 500 TIMES.
               10  WRK-TC-CHAVE-CLI     PIC X(007).
               10  WRK-TC-CLIENTE       PIC X(030).
               10  WRK-TC-SALDO-INICIAL PIC S9(010)V99.
               10  WRK-TC-FATURADO      PIC S9(010)V99.
               10  WRK-TC-RECEBIDO      PIC S9(010)V99.
               10  WRK-TC-ENCARGOS      PIC S9(010)V99.
               10  WRK-TC-CREDITOS      PIC S9(010)V99.
               10  WRK-TC-SALDO-FINAL   PIC S9(010)V99.
       77  WRK-QTD-CLIENTES     PIC 9(004) VALUE ZEROS.
       77  WRK-IND-CLI          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-ACHADO       PIC 9(004) VALUE ZEROS.
       01  WRK-CHAVE-CLI.
           05  WRK-CLI-TIPO     PIC X(001) VALUE SPACES.
           05  WRK-CLI-ID       PIC 9(006) VALUE ZEROS.

      *=== PARTE DO LANCAMENTO CORRENTE QUE ABATEU SALDO E ENCARGOS
       77  WRK-VALOR-ABATIDO    PIC S9(010)V99 VALUE ZEROS.
       77  WRK-ENCARGOS-PGTO    PIC S9(010)V99 VALUE ZEROS.
       77  WRK-PGTO-CREDITO     PIC X(001) VALUE "N".
           88  PGTO-DE-CREDITO             VALUE "S".

      *=== TOTAIS
       01  WRK-TOTAIS.
           05  WRK-TOT-SALDO-INICIAL    PIC S9(010)V99.
           05  WRK-TOT-FATURADO         PIC S9(010)V99.
           05  WRK-TOT-RECEBIDO         PIC S9(010)V99.
           05  WRK-TOT-ENCARGOS         PIC S9(010)V99.
           05  WRK-TOT-CREDITOS         PIC S9(010)V99.
           05  WRK-TOT-SALDO-FINAL      PIC S9(010)V99.
       77  WRK-SALDO-LIVRO      PIC S9(010)V99 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS  PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-SEM-LINHA    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS     PIC 9(004) VALUE ZEROS.

       77  WRK-VALOR-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED-2       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED-3       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-ESCOLHER-COMPETENCIA.
           IF COMPETENCIA-OK
               DISPLAY "FECHAR A COMPETENCIA " WRK-COMP-ED " ("
                       WRK-INICIO-PERIODO " A " WRK-FIM-PERIODO
                       ") (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   PERFORM 0200-CARREGAR-ABERTURA
                   PERFORM 0210-APURAR-MOVIMENTO
                   PERFORM 0220-GRAVAR-FECHAMENTO
               ELSE
                   DISPLAY "FECHAMENTO ABANDONADO"
               END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               STOP RUN
           END-IF.

      *=== ULTIMO MES FECHADO (SEM O CONTROLE, NENHUM AINDA)
           MOVE ZEROS TO WRK-FECHADO-ATE.
           OPEN INPUT FECHCTL.
           IF FS-FECHCTL EQUAL 00
               READ FECHCTL
               IF FS-FECHCTL EQUAL 00
                   MOVE REG-FECHCTL TO WRK-FECHADO-ATE
               END-IF
               CLOSE FECHCTL
           END-IF.

           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               STOP RUN
           END-IF.
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS NOT EQUAL 00
              AND FS-PAGAMENTOS NOT EQUAL 35
               DISPLAY "FAT_PAGAMENTOS.DAT NAO FOI ABERTO - FS "
                       FS-PAGAMENTOS
               CLOSE RECEBER
               STOP RUN
           END-IF.

      *=== A COMPETENCIA SUGERIDA E A SEGUINTE A ULTIMA FECHADA OU, NO
      *=== 1O FECHAMENTO, O MES PASSADO; COM FECHAMENTO ANTERIOR, SO A
      *=== SEGUINTE E ACEITA
       0150-ESCOLHER-COMPETENCIA SECTION.
           MOVE "N" TO WRK-COMP-OK.
           IF WRK-FECHADO-ATE GREATER ZEROS
               MOVE WRK-FECHADO-ATE TO WRK-DATA-AUX
               MOVE WRK-AUX-ANO     TO WRK-ANT-ANO
               MOVE WRK-AUX-MES     TO WRK-ANT-MES
               IF WRK-AUX-MES EQUAL 12
                   MOVE 01 TO WRK-AUX-MES
                   ADD 1 TO WRK-AUX-ANO
               ELSE
                   ADD 1 TO WRK-AUX-MES
               END-IF
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-AUX
               IF WRK-AUX-MES EQUAL 01
                   MOVE 12 TO WRK-AUX-MES
                   SUBTRACT 1 FROM WRK-AUX-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-AUX-MES
               END-IF
           END-IF.
           MOVE WRK-AUX-ANO TO WRK-CMP-ANO.
           MOVE WRK-AUX-MES TO WRK-CMP-MES.
           PERFORM 0155-EDITAR-COMPETENCIA.

           DISPLAY "COMPETENCIA A FECHAR MMAAAA (0 = " WRK-COMP-ED
                   "): ".
           ACCEPT WRK-COMP-DIGITADA.
           IF WRK-COMP-DIGITADA NOT EQUAL ZEROS
               IF WRK-FECHADO-ATE GREATER ZEROS
                  AND (WRK-CDG-ANO NOT EQUAL WRK-CMP-ANO
                       OR WRK-CDG-MES NOT EQUAL WRK-CMP-MES)
                   DISPLAY "O PROXIMO MES A FECHAR E " WRK-COMP-ED
                           " - OS MESES SAO FECHADOS EM SEQUENCIA"
                   MOVE ZEROS TO WRK-CMP-MES
               ELSE
                   MOVE WRK-CDG-ANO TO WRK-CMP-ANO
                   MOVE WRK-CDG-MES TO WRK-CMP-MES
               END-IF
           END-IF.

           IF WRK-CMP-MES GREATER ZEROS
               IF WRK-CMP-MES GREATER 12
                   DISPLAY "COMPETENCIA INVALIDA"
               ELSE
                   PERFORM 0155-EDITAR-COMPETENCIA
                   MOVE WRK-CMP-ANO TO WRK-AUX-ANO
                   MOVE WRK-CMP-MES TO WRK-AUX-MES
                   MOVE 01          TO WRK-AUX-DIA
                   MOVE WRK-DATA-AUX TO WRK-INICIO-PERIODO
                   PERFORM 0160-ULTIMO-DIA-MES
                   MOVE WRK-DATA-AUX TO WRK-FIM-PERIODO
                   IF WRK-FIM-PERIODO GREATER WRK-DATA-HOJE
                       DISPLAY "O MES " WRK-COMP-ED " AINDA NAO "
                               "TERMINOU - FECHAMENTO SO A PARTIR DE "
                               WRK-FIM-PERIODO
                   ELSE
                       IF WRK-FECHADO-ATE EQUAL ZEROS
                           MOVE ZEROS TO WRK-INICIO-PERIODO
                       END-IF
                       MOVE "S" TO WRK-COMP-OK
                   END-IF
               END-IF
           END-IF.

      *=== COMPETENCIA EDITADA MM/AAAA
       0155-EDITAR-COMPETENCIA SECTION.
           MOVE SPACES TO WRK-COMP-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMP-ED
           END-STRING.

      *=== LEVA WRK-DATA-AUX PARA O ULTIMO DIA DO MES DELA (VER
      *=== PROGRAMA08)
       0160-ULTIMO-DIA-MES   SECTION.
           MOVE 01 TO WRK-AUX-DIA.
           IF WRK-AUX-MES EQUAL 12
               MOVE 01 TO WRK-AUX-MES
               ADD 1 TO WRK-AUX-ANO
           ELSE
               ADD 1 TO WRK-AUX-MES
           END-IF.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.
           COMPUTE WRK-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

      *=== O SALDO FINAL DE CADA CLIENTE NO FECHAMENTO ANTERIOR E O
      *=== SALDO INICIAL DESTE; SEM O ARQUIVO DO MES ANTERIOR NAO HA
      *=== COMO FECHAR
       0200-CARREGAR-ABERTURA SECTION.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           IF WRK-FECHADO-ATE GREATER ZEROS
               MOVE SPACES TO WRK-PATH-FECHAMENTO
               STRING "dados\FECHAMENTO_" DELIMITED BY SIZE
                      WRK-COMP-ANTERIOR   DELIMITED BY SIZE
                      ".DAT"              DELIMITED BY SIZE
                      INTO WRK-PATH-FECHAMENTO
               END-STRING
               OPEN INPUT FECHAMENTO
               IF FS-FECHAMENTO NOT EQUAL 00
                   DISPLAY WRK-PATH-FECHAMENTO " NAO FOI ABERTO - FS "
                           FS-FECHAMENTO " - SEM O SALDO INICIAL NAO "
                           "HA FECHAMENTO"
                   PERFORM 0300-FINALIZAR
                   STOP RUN
               END-IF
               READ FECHAMENTO
               PERFORM UNTIL FS-FECHAMENTO NOT EQUAL 00
                   IF FECHAMENTO-CLIENTE
                      AND FCH-SALDO-FINAL NOT EQUAL ZEROS
                       MOVE FCH-CHAVE-CLI TO WRK-CHAVE-CLI
                       PERFORM 0230-ACHAR-CLIENTE
                       MOVE FCH-CLIENTE
                         TO WRK-TC-CLIENTE(WRK-IND-ACHADO)
                       MOVE FCH-SALDO-FINAL
                         TO WRK-TC-SALDO-INICIAL(WRK-IND-ACHADO)
                   END-IF
                   READ FECHAMENTO
               END-PERFORM
               CLOSE FECHAMENTO
           END-IF.

      *=== SOMA NA POSICAO DE CADA CLIENTE OS LANCAMENTOS DO JORNAL COM
      *=== DATA DE MOVIMENTO DENTRO DO PERIODO
       0210-APURAR-MOVIMENTO SECTION.
           MOVE ZEROS TO WRK-QTD-LANCAMENTOS.
           MOVE ZEROS TO WRK-QTD-SEM-LINHA.
           OPEN INPUT JORNAL.
           IF FS-JORNAL EQUAL 00
               READ JORNAL
               PERFORM UNTIL FS-JORNAL NOT EQUAL 00
                   IF JRN-DATA-MOV NOT LESS WRK-INICIO-PERIODO
                      AND JRN-DATA-MOV NOT GREATER WRK-FIM-PERIODO
                       PERFORM 0215-SOMAR-LANCAMENTO
                   END-IF
                   READ JORNAL
               END-PERFORM
               CLOSE JORNAL
           ELSE
               DISPLAY "AVISO: CONTAS_RECEBER.LOG NAO FOI ABERTO - FS "
                       FS-JORNAL " - MES SEM MOVIMENTO"
           END-IF.

      *=== CLASSIFICA O LANCAMENTO CORRENTE DO JORNAL
       0215-SOMAR-LANCAMENTO SECTION.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           MOVE JRN-CHAVE-CLI TO WRK-CHAVE-CLI.
           PERFORM 0230-ACHAR-CLIENTE.
           IF WRK-TC-CLIENTE(WRK-IND-ACHADO) EQUAL SPACES
               PERFORM 0235-NOME-CLIENTE
           END-IF.

           EVALUATE JRN-OPERACAO
               WHEN "EMISSAO"
                   ADD JRN-VALOR TO WRK-TC-FATURADO(WRK-IND-ACHADO)
               WHEN "ENCARGOS"
                   ADD JRN-VALOR TO WRK-TC-ENCARGOS(WRK-IND-ACHADO)
               WHEN "BAIXA"
               WHEN "RETORNO"
                   PERFORM 0240-LER-PAGAMENTO
                   ADD WRK-VALOR-ABATIDO
                    TO WRK-TC-RECEBIDO(WRK-IND-ACHADO)
               WHEN "CREDITO"
                   PERFORM 0240-LER-PAGAMENTO
                   ADD WRK-VALOR-ABATIDO
                    TO WRK-TC-CREDITOS(WRK-IND-ACHADO)
               WHEN "NOTACRED"
               WHEN "RENEGOCIA"
               WHEN "ANULACAO"
                   ADD JRN-VALOR TO WRK-TC-CREDITOS(WRK-IND-ACHADO)
      *=== O ESTORNO DESFAZ O QUE A LINHA ESTORNADA ABATEU, INCLUSIVE
      *=== OS ENCARGOS COBRADOS NELA
               WHEN "ESTORNO"
                   PERFORM 0240-LER-PAGAMENTO
                   IF PGTO-DE-CREDITO
                       SUBTRACT WRK-VALOR-ABATIDO
                           FROM WRK-TC-CREDITOS(WRK-IND-ACHADO)
                   ELSE
                       SUBTRACT WRK-VALOR-ABATIDO
                           FROM WRK-TC-RECEBIDO(WRK-IND-ACHADO)
                   END-IF
                   SUBTRACT WRK-ENCARGOS-PGTO
                       FROM WRK-TC-ENCARGOS(WRK-IND-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=== POSICAO DO CLIENTE WRK-CHAVE-CLI NA TABELA (INCLUI SE FOR
      *=== NOVO); TABELA CHEIA NAO DEIXA FECHAR PELA METADE
       0230-ACHAR-CLIENTE    SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                     UNTIL WRK-IND-CLI GREATER WRK-QTD-CLIENTES
                        OR WRK-IND-ACHADO GREATER ZEROS
               IF WRK-TC-CHAVE-CLI(WRK-IND-CLI) EQUAL WRK-CHAVE-CLI
                   MOVE WRK-IND-CLI TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IND-ACHADO EQUAL ZEROS
               IF WRK-QTD-CLIENTES EQUAL 500
                   DISPLAY "MAIS DE 500 CLIENTES NO FECHAMENTO - "
                           "NADA FOI GRAVADO"
                   PERFORM 0300-FINALIZAR
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE WRK-QTD-CLIENTES TO WRK-IND-ACHADO
               MOVE WRK-CHAVE-CLI TO WRK-TC-CHAVE-CLI(WRK-IND-ACHADO)
               MOVE SPACES TO WRK-TC-CLIENTE(WRK-IND-ACHADO)
               MOVE ZEROS  TO WRK-TC-SALDO-INICIAL(WRK-IND-ACHADO)
               MOVE ZEROS  TO WRK-TC-FATURADO(WRK-IND-ACHADO)
               MOVE ZEROS  TO WRK-TC-RECEBIDO(WRK-IND-ACHADO)
               MOVE ZEROS  TO WRK-TC-ENCARGOS(WRK-IND-ACHADO)
               MOVE ZEROS  TO WRK-TC-CREDITOS(WRK-IND-ACHADO)
               MOVE ZEROS  TO WRK-TC-SALDO-FINAL(WRK-IND-ACHADO)
           END-IF.

      *=== NOME DO CLIENTE PELA FATURA DO LANCAMENTO; SEM VINCULO COM
      *=== O CADASTRO TODOS FICAM JUNTOS NA CHAVE ZERADA
       0235-NOME-CLIENTE     SECTION.
           IF JRN-CLI-ID EQUAL ZEROS
               MOVE "SEM VINCULO COM O CADASTRO"
                 TO WRK-TC-CLIENTE(WRK-IND-ACHADO)
           ELSE
               MOVE JRN-NUMERO TO FAT-NUMERO
               READ RECEBER
                   KEY IS FAT-NUMERO
                   INVALID KEY
                       MOVE "FATURA FORA DO LIVRO"
                         TO WRK-TC-CLIENTE(WRK-IND-ACHADO)
                   NOT INVALID KEY
                       MOVE FAT-CLIENTE
                         TO WRK-TC-CLIENTE(WRK-IND-ACHADO)
               END-READ
           END-IF.

      *=== LINHA DE PAGAMENTO DO LANCAMENTO (FATURA + SEQUENCIA): O QUE
      *=== ELA ABATEU DE SALDO E ENCARGOS, SEM O EXCEDENTE; SEM A LINHA
      *=== VALE O VALOR DO JORNAL INTEIRO
       0240-LER-PAGAMENTO    SECTION.
           MOVE "N" TO WRK-PGTO-CREDITO.
           MOVE JRN-NUMERO TO PGT-NUMERO.
           MOVE JRN-SEQ    TO PGT-SEQ.
           READ PAGAMENTOS
               KEY IS PGT-CHAVE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-LINHA
                   MOVE JRN-VALOR TO WRK-VALOR-ABATIDO
                   MOVE ZEROS     TO WRK-ENCARGOS-PGTO
               NOT INVALID KEY
                   COMPUTE WRK-VALOR-ABATIDO =
                       PGT-PRINCIPAL + PGT-ENCARGOS
                   MOVE PGT-ENCARGOS TO WRK-ENCARGOS-PGTO
                   IF PAGAMENTO-CREDITO
                       MOVE "S" TO WRK-PGTO-CREDITO
                   END-IF
           END-READ.
           IF JRN-OPERACAO EQUAL "CREDITO"
               MOVE "S" TO WRK-PGTO-CREDITO
           END-IF.

      *=== CALCULA O SALDO FINAL, GRAVA FECHAMENTO_AAAAMM.DAT E SO
      *=== ENTAO AVANCA O FECHAMENTO.CTL
       0220-GRAVAR-FECHAMENTO SECTION.
           MOVE SPACES TO WRK-PATH-FECHAMENTO.
           STRING "dados\FECHAMENTO_" DELIMITED BY SIZE
                  WRK-COMPETENCIA     DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
                  INTO WRK-PATH-FECHAMENTO
           END-STRING.
           OPEN OUTPUT FECHAMENTO.
           IF FS-FECHAMENTO NOT EQUAL 00
               DISPLAY WRK-PATH-FECHAMENTO " NAO FOI CRIADO - FS "
                       FS-FECHAMENTO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

           MOVE ZEROS TO WRK-TOTAIS.
           MOVE ZEROS TO WRK-QTD-GRAVADOS.
           DISPLAY "==== FECHAMENTO DO CONTAS A RECEBER - "
                   WRK-COMP-ED " ====".
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                     UNTIL WRK-IND-CLI GREATER WRK-QTD-CLIENTES
               COMPUTE WRK-TC-SALDO-FINAL(WRK-IND-CLI) =
                   WRK-TC-SALDO-INICIAL(WRK-IND-CLI)
                 + WRK-TC-FATURADO(WRK-IND-CLI)
                 + WRK-TC-ENCARGOS(WRK-IND-CLI)
                 - WRK-TC-RECEBIDO(WRK-IND-CLI)
                 - WRK-TC-CREDITOS(WRK-IND-CLI)
               PERFORM 0225-GRAVAR-CLIENTE
           END-PERFORM.

           INITIALIZE REG-FECHAMENTO.
           MOVE WRK-COMPETENCIA       TO FCH-COMPETENCIA.
           MOVE "T"                   TO FCH-TIPO.
           MOVE "TOTAL"               TO FCH-CLIENTE.
           MOVE WRK-TOT-SALDO-INICIAL TO FCH-SALDO-INICIAL.
           MOVE WRK-TOT-FATURADO      TO FCH-FATURADO.
           MOVE WRK-TOT-RECEBIDO      TO FCH-RECEBIDO.
           MOVE WRK-TOT-ENCARGOS      TO FCH-ENCARGOS.
           MOVE WRK-TOT-CREDITOS      TO FCH-CREDITOS.
           MOVE WRK-TOT-SALDO-FINAL   TO FCH-SALDO-FINAL.
           MOVE WRK-DATA-HOJE         TO FCH-DATA-FECHAMENTO.
           MOVE WRK-OPERADOR          TO FCH-OPERADOR.
           WRITE REG-FECHAMENTO.
           CLOSE FECHAMENTO.

           OPEN OUTPUT FECHCTL.
           MOVE WRK-FIM-PERIODO TO REG-FECHCTL.
           WRITE REG-FECHCTL.
           CLOSE FECHCTL.

      *=== CONFERENCIA: O SALDO EM ABERTO DO LIVRO HOJE SO BATE COM O
      *=== SALDO FINAL SE NAO HOUVE LANCAMENTO DEPOIS DO FIM DO MES
           MOVE ZEROS TO WRK-SALDO-LIVRO.
           MOVE ZEROS TO FAT-NUMERO.
           START RECEBER KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF FATURA-ABERTA OR FATURA-PARCIAL
                   ADD FAT-SALDO TO WRK-SALDO-LIVRO
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

           DISPLAY "==================================".
           MOVE WRK-TOT-SALDO-INICIAL TO WRK-VALOR-ED.
           DISPLAY "SALDO INICIAL........... " WRK-VALOR-ED.
           MOVE WRK-TOT-FATURADO      TO WRK-VALOR-ED.
           DISPLAY "(+) FATURADO............ " WRK-VALOR-ED.
           MOVE WRK-TOT-ENCARGOS      TO WRK-VALOR-ED.
           DISPLAY "(+) ENCARGOS............ " WRK-VALOR-ED.
           MOVE WRK-TOT-RECEBIDO      TO WRK-VALOR-ED.
           DISPLAY "(-) RECEBIDO............ " WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITOS      TO WRK-VALOR-ED.
           DISPLAY "(-) CREDITOS............ " WRK-VALOR-ED.
           MOVE WRK-TOT-SALDO-FINAL   TO WRK-VALOR-ED.
           DISPLAY "SALDO FINAL............. " WRK-VALOR-ED.
           MOVE WRK-SALDO-LIVRO       TO WRK-VALOR-ED.
           DISPLAY "SALDO DO LIVRO HOJE..... " WRK-VALOR-ED.
           DISPLAY "LANCAMENTOS NO MES...... " WRK-QTD-LANCAMENTOS.
           IF WRK-QTD-SEM-LINHA GREATER ZEROS
               DISPLAY "AVISO: " WRK-QTD-SEM-LINHA " PAGAMENTO(S) SEM "
                       "LINHA EM FAT_PAGAMENTOS.DAT - VALOR DO JORNAL"
           END-IF.
           DISPLAY "CLIENTES NO FECHAMENTO.. " WRK-QTD-GRAVADOS.
           DISPLAY "GRAVADO EM " WRK-PATH-FECHAMENTO.
           DISPLAY "PERIODO FECHADO ATE..... " WRK-FIM-PERIODO.

      *=== LINHA "C" DO CLIENTE WRK-IND-CLI (CLIENTE SEM SALDO E SEM
      *=== MOVIMENTO NAO ENTRA) E SOMA NOS TOTAIS
       0225-GRAVAR-CLIENTE   SECTION.
           IF WRK-TC-SALDO-INICIAL(WRK-IND-CLI) NOT EQUAL ZEROS
              OR WRK-TC-FATURADO(WRK-IND-CLI) NOT EQUAL ZEROS
              OR WRK-TC-RECEBIDO(WRK-IND-CLI) NOT EQUAL ZEROS
              OR WRK-TC-ENCARGOS(WRK-IND-CLI) NOT EQUAL ZEROS
              OR WRK-TC-CREDITOS(WRK-IND-CLI) NOT EQUAL ZEROS
               INITIALIZE REG-FECHAMENTO
               MOVE WRK-COMPETENCIA TO FCH-COMPETENCIA
               MOVE "C"             TO FCH-TIPO
               MOVE WRK-TC-CHAVE-CLI(WRK-IND-CLI) TO FCH-CHAVE-CLI
               MOVE WRK-TC-CLIENTE(WRK-IND-CLI)   TO FCH-CLIENTE
               MOVE WRK-TC-SALDO-INICIAL(WRK-IND-CLI)
                 TO FCH-SALDO-INICIAL
               MOVE WRK-TC-FATURADO(WRK-IND-CLI)  TO FCH-FATURADO
               MOVE WRK-TC-RECEBIDO(WRK-IND-CLI)  TO FCH-RECEBIDO
               MOVE WRK-TC-ENCARGOS(WRK-IND-CLI)  TO FCH-ENCARGOS
               MOVE WRK-TC-CREDITOS(WRK-IND-CLI)  TO FCH-CREDITOS
               MOVE WRK-TC-SALDO-FINAL(WRK-IND-CLI)
                 TO FCH-SALDO-FINAL
               MOVE WRK-DATA-HOJE   TO FCH-DATA-FECHAMENTO
               MOVE WRK-OPERADOR    TO FCH-OPERADOR
               WRITE REG-FECHAMENTO
               ADD 1 TO WRK-QTD-GRAVADOS

               ADD FCH-SALDO-INICIAL TO WRK-TOT-SALDO-INICIAL
               ADD FCH-FATURADO      TO WRK-TOT-FATURADO
               ADD FCH-RECEBIDO      TO WRK-TOT-RECEBIDO
               ADD FCH-ENCARGOS      TO WRK-TOT-ENCARGOS
               ADD FCH-CREDITOS      TO WRK-TOT-CREDITOS
               ADD FCH-SALDO-FINAL   TO WRK-TOT-SALDO-FINAL

               MOVE FCH-SALDO-INICIAL TO WRK-VALOR-ED
               MOVE FCH-SALDO-FINAL   TO WRK-VALOR-ED-2
               DISPLAY FCH-TIPO-CLI FCH-CLI-ID " " FCH-CLIENTE
                       " INICIAL " WRK-VALOR-ED " FINAL "
                       WRK-VALOR-ED-2
               MOVE FCH-FATURADO      TO WRK-VALOR-ED
               MOVE FCH-RECEBIDO      TO WRK-VALOR-ED-2
               MOVE FCH-CREDITOS      TO WRK-VALOR-ED-3
               DISPLAY "    FATURADO " WRK-VALOR-ED " RECEBIDO "
                       WRK-VALOR-ED-2 " CREDITOS " WRK-VALOR-ED-3
           END-IF.

       0300-FINALIZAR        SECTION.
           CLOSE RECEBER.
           IF FS-PAGAMENTOS NOT EQUAL 35
               CLOSE PAGAMENTOS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
