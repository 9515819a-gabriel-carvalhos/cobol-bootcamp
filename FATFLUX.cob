       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATFLUX.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: FLUXO DE CAIXA PROJETADO: O FINANCEIRO MONTAVA A
      *==            PROJECAO DA SEMANA NUMA PLANILHA COM DADOS QUE JA
      *==            ESTAO EM 2 ARQUIVOS - AS ENTRADAS SAO AS FATURAS
      *==            EM ABERTO DE CONTAS_RECEBER.DAT PELO VENCIMENTO E
      *==            AS SAIDAS SAO OS PAGAMENTOS AGENDADOS DO
      *==            EXTRATO.TXT DO EXERC01. A PARTIR DO SALDO INICIAL
      *==            DIGITADO, O RELATORIO FLUXO_CAIXA_AAAAMMDD.TXT
      *==            PROJETA O SALDO DIA A DIA E SEMANA A SEMANA NOS
      *==            PROXIMOS N DIAS E APONTA O 1O DIA EM QUE ELE FICA
      *==            NEGATIVO - A VERSAO PARA A FRENTE DO AVISO DE SALDO
      *==            NEGATIVO DO EXERC01
      *==  DATA: 13/06/2025
      *==  OBSERVACOES: CADA ENTRADA E DESCONTADA PELA TAXA HISTORICA DE
      *==               RECEBIMENTO DA FAIXA DO AGING EM QUE A FATURA
      *==               ESTA (EM DIA/30/60/90/90+, AS DO PROGRAMA12):
      *==               DO DINHEIRO QUE CHEGOU A FAIXA, QUANTO FOI
      *==               RECEBIDO DEPOIS DELA (LINHAS NAO ESTORNADAS DE
      *==               FAT_PAGAMENTOS.DAT) CONTRA O QUE PASSOU DELA SEM
      *==               SER PAGO. FATURA CANCELADA OU RENEGOCIADA NAO
      *==               ENTRA NA TAXA. O SALDO VENCIDO ENTRA NO 1O DIA.
      *==               SO CONSULTA, NADA E ALTERADO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER (SO CONSULTA)
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

      *=== PAGAMENTOS DIGITADOS NO EXERC01 (PAGO/AGENDADO/VENCIDO)
           SELECT EXTRATO ASSIGN
           TO "dados\EXTRATO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

      *=== RELATORIO DA PROJECAO (NOME COM A DATA, MONTADO NA HORA)
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

      *=== LAYOUT DO EXTRATO.TXT COMO O EXERC01 GRAVA
       FD  EXTRATO.
       01  REG-EXTRATO.
           05  REG-EXT-SEQ             PIC 9(004).
           05  REG-EXT-SEP             PIC X(003).
           05  REG-EXT-VALOR           PIC 9(004)V99.
           05  REG-EXT-SEP2            PIC X(003).
           05  REG-EXT-SITUACAO        PIC X(008).
           05  REG-EXT-SEP3            PIC X(003).
           05  REG-EXT-VENCIMENTO      PIC 9(008).

       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-EXTRATO           PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE SPACES.

      *=== PARAMETROS DA PROJECAO
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-HOJE        PIC 9(007) VALUE ZEROS.
       77  WRK-SALDO-INICIAL    PIC 9(010)V99 VALUE ZEROS.
       77  WRK-HORIZONTE        PIC 9(003) VALUE ZEROS.

      *=== DATA DE TRABALHO E A MESMA EDITADA DD/MM/AAAA
       01  WRK-DATA-AUX         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-ANO      PIC 9(004).
           05  WRK-AUX-MES      PIC 9(002).
           05  WRK-AUX-DIA      PIC 9(002).
       77  WRK-DATA-ED          PIC X(010) VALUE SPACES.
       77  WRK-DATA-FIM-ED      PIC X(010) VALUE SPACES.
       77  WRK-DIAS-VENC        PIC 9(007) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(007) VALUE ZEROS.

      *=== FAIXAS DO AGING (INICIO E FIM EM DIAS DE ATRASO), COM O
      *=== HISTORICO DE CADA UMA, A TAXA DE RECEBIMENTO (%) E O QUE A
      *=== PROJECAO ESPERA RECEBER DO SALDO QUE ESTA NELA
       01  WRK-TAB-FAIXAS.
           05  WRK-FX-ITEM      OCCURS 5 TIMES.
               10  WRK-FX-NOME          PIC X(010).
               10  WRK-FX-INICIO        PIC S9(005).
               10  WRK-FX-FIM           PIC S9(005).
               10  WRK-FX-RECEBIDO      PIC 9(012)V99.
               10  WRK-FX-NAO-PAGO      PIC 9(012)V99.
               10  WRK-FX-TAXA          PIC 9(003)V99.
               10  WRK-FX-SALDO         PIC 9(012)V99.
               10  WRK-FX-PREVISTO      PIC 9(012)V99.
       77  WRK-IND-FX           PIC 9(001) VALUE ZEROS.
       77  WRK-IND-FX-ACH       PIC 9(001) VALUE ZEROS.

      *=== ENTRADAS E SAIDAS DE CADA DIA DA PROJECAO E O SALDO NO FIM
      *=== DO DIA
       01  WRK-TAB-DIAS.
           05  WRK-DIA-ITEM     OCCURS 365 TIMES.
               10  WRK-DIA-ENTRADA      PIC 9(010)V99.
               10  WRK-DIA-SAIDA        PIC 9(010)V99.
               10  WRK-DIA-SALDO        PIC S9(012)V99.
       77  WRK-IND-DIA          PIC 9(003) VALUE ZEROS.
       77  WRK-POS-DIA          PIC S9(007) VALUE ZEROS.

      *=== ACUMULADOS
       77  WRK-VALOR-PREVISTO   PIC 9(010)V99 VALUE ZEROS.
       77  WRK-SALDO            PIC S9(012)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENTRADAS   PIC 9(012)V99 VALUE ZEROS.
       77  WRK-TOTAL-SAIDAS     PIC 9(012)V99 VALUE ZEROS.
       77  WRK-SEM-ENTRADAS     PIC 9(012)V99 VALUE ZEROS.
       77  WRK-SEM-SAIDAS       PIC 9(012)V99 VALUE ZEROS.
       77  WRK-NUM-SEMANA       PIC 9(002) VALUE ZEROS.
       77  WRK-QTD-AGENDADOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-FORA         PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-VENCIDOS     PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-VENCIDOS   PIC 9(010)V99 VALUE ZEROS.
       77  WRK-QTD-FATURAS      PIC 9(006) VALUE ZEROS.
       77  WRK-DIA-NEGATIVO     PIC 9(003) VALUE ZEROS.

      *=== LINHA DO RELATORIO E OS CAMPOS EDITADOS
       77  WRK-LINHA-REL        PIC X(080) VALUE SPACES.
       77  WRK-MOSTRAR          PIC X(001) VALUE "N".
           88  MOSTRAR-LINHA               VALUE "S".
       77  WRK-TAXA-ED          PIC ZZ9,99 VALUE ZEROS.
       77  WRK-ITEM-ED          PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ITEM-ED-2        PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED         PIC -.---.---.---.--9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-TAXAS.
           PERFORM 0220-PROJETAR-ENTRADAS.
           PERFORM 0230-PROJETAR-SAIDAS.
           PERFORM 0240-PROJETAR-SALDOS.
           PERFORM 0250-EMITIR-RELATORIO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *=== SALDO INICIAL E QUANTOS DIAS PROJETAR (0 = 30, ATE 365); AS
      *=== FAIXAS SAO AS DO AGING DO PROGRAMA12
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).

           DISPLAY "SALDO INICIAL EM CAIXA: ".
           ACCEPT WRK-SALDO-INICIAL.
           DISPLAY "DIAS A PROJETAR (0 = 30, MAXIMO 365): ".
           ACCEPT WRK-HORIZONTE.
           IF WRK-HORIZONTE EQUAL ZEROS
               MOVE 30 TO WRK-HORIZONTE
           END-IF.
           IF WRK-HORIZONTE GREATER 365
               DISPLAY "PROJECAO LIMITADA A 365 DIAS"
               MOVE 365 TO WRK-HORIZONTE
           END-IF.

           MOVE "EM DIA"     TO WRK-FX-NOME(1).
           MOVE -99999       TO WRK-FX-INICIO(1).
           MOVE ZEROS        TO WRK-FX-FIM(1).
           MOVE "ATE 30"     TO WRK-FX-NOME(2).
           MOVE 1            TO WRK-FX-INICIO(2).
           MOVE 30           TO WRK-FX-FIM(2).
           MOVE "ATE 60"     TO WRK-FX-NOME(3).
           MOVE 31           TO WRK-FX-INICIO(3).
           MOVE 60           TO WRK-FX-FIM(3).
           MOVE "ATE 90"     TO WRK-FX-NOME(4).
           MOVE 61           TO WRK-FX-INICIO(4).
           MOVE 90           TO WRK-FX-FIM(4).
           MOVE "MAIS DE 90" TO WRK-FX-NOME(5).
           MOVE 91           TO WRK-FX-INICIO(5).
           MOVE 99999        TO WRK-FX-FIM(5).
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                     UNTIL WRK-IND-FX GREATER 5
               MOVE ZEROS TO WRK-FX-RECEBIDO(WRK-IND-FX)
               MOVE ZEROS TO WRK-FX-NAO-PAGO(WRK-IND-FX)
               MOVE ZEROS TO WRK-FX-TAXA(WRK-IND-FX)
               MOVE ZEROS TO WRK-FX-SALDO(WRK-IND-FX)
               MOVE ZEROS TO WRK-FX-PREVISTO(WRK-IND-FX)
           END-PERFORM.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                     UNTIL WRK-IND-DIA GREATER 365
               MOVE ZEROS TO WRK-DIA-ENTRADA(WRK-IND-DIA)
               MOVE ZEROS TO WRK-DIA-SAIDA(WRK-IND-DIA)
               MOVE ZEROS TO WRK-DIA-SALDO(WRK-IND-DIA)
           END-PERFORM.

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

      *=== 1A PASSADA NO LIVRO: O HISTORICO DE CADA FAIXA. O PRINCIPAL
      *=== RECEBIDO COM N DIAS DE ATRASO CONTA COMO RECEBIDO EM TODA
      *=== FAIXA QUE COMECA ATE N; O SALDO AINDA ABERTO CONTA COMO NAO
      *=== PAGO NAS FAIXAS QUE ELE JA PASSOU (NA ULTIMA, AO CHEGAR NELA)
       0200-APURAR-TAXAS     SECTION.
           PERFORM 0205-POSICIONAR-INICIO.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF (FATURA-ABERTA OR FATURA-PARCIAL OR FATURA-LIQUIDADA)
                  AND FAT-VALOR GREATER ZEROS
                  AND FAT-VENCIMENTO NUMERIC
                  AND FAT-VENCIMENTO GREATER ZEROS
                   COMPUTE WRK-DIAS-VENC =
                       FUNCTION INTEGER-OF-DATE(FAT-VENCIMENTO)
                   PERFORM 0210-ACUMULAR-HISTORICO
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

      *=== TAXA = RECEBIDO / (RECEBIDO + NAO PAGO); FAIXA SEM HISTORICO
      *=== FICA COM A TAXA DA FAIXA ANTERIOR (EM DIA SEM HISTORICO =
      *=== 100%)
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                     UNTIL WRK-IND-FX GREATER 5
               IF WRK-FX-RECEBIDO(WRK-IND-FX) +
                  WRK-FX-NAO-PAGO(WRK-IND-FX) GREATER ZEROS
                   COMPUTE WRK-FX-TAXA(WRK-IND-FX) ROUNDED =
                       WRK-FX-RECEBIDO(WRK-IND-FX) * 100
                     / (WRK-FX-RECEBIDO(WRK-IND-FX)
                      + WRK-FX-NAO-PAGO(WRK-IND-FX))
               ELSE
                   IF WRK-IND-FX EQUAL 1
                       MOVE 100 TO WRK-FX-TAXA(WRK-IND-FX)
                   ELSE
                       MOVE WRK-FX-TAXA(WRK-IND-FX - 1)
                         TO WRK-FX-TAXA(WRK-IND-FX)
                   END-IF
               END-IF
           END-PERFORM.

      *=== LIVRO DO 1O NUMERO EM DIANTE
       0205-POSICIONAR-INICIO SECTION.
           MOVE ZEROS TO FAT-NUMERO.
           START RECEBER KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.

      *=== PAGAMENTOS E SALDO DA FATURA CORRENTE NO HISTORICO
       0210-ACUMULAR-HISTORICO SECTION.
           IF FS-PAGAMENTOS EQUAL 00
              AND FAT-QTD-PGTOS GREATER ZEROS
               MOVE FAT-NUMERO TO PGT-NUMERO
               MOVE ZEROS      TO PGT-SEQ
               START PAGAMENTOS KEY IS NOT LESS THAN PGT-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF FS-PAGAMENTOS EQUAL 00
                   READ PAGAMENTOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                          OR PGT-NUMERO NOT EQUAL FAT-NUMERO
                   IF NOT PAGAMENTO-ESTORNADO
                       COMPUTE WRK-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE(PGT-DATA)
                         - WRK-DIAS-VENC
                       PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                                 UNTIL WRK-IND-FX GREATER 5
                           IF WRK-DIAS-ATRASO NOT LESS
                              WRK-FX-INICIO(WRK-IND-FX)
                               ADD PGT-PRINCIPAL
                                 TO WRK-FX-RECEBIDO(WRK-IND-FX)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
      *=== O FIM DO ARQUIVO NA LEITURA DAS LINHAS NAO FECHA A PROXIMA
      *=== FATURA
               MOVE ZEROS TO FS-PAGAMENTOS
           END-IF.

           IF NOT FATURA-LIQUIDADA
              AND FAT-SALDO GREATER ZEROS
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
               PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                         UNTIL WRK-IND-FX GREATER 5
                   IF WRK-DIAS-ATRASO GREATER WRK-FX-FIM(WRK-IND-FX)
                      OR (WRK-IND-FX EQUAL 5
                          AND WRK-DIAS-ATRASO NOT LESS
                              WRK-FX-INICIO(WRK-IND-FX))
                       ADD FAT-SALDO TO WRK-FX-NAO-PAGO(WRK-IND-FX)
                   END-IF
               END-PERFORM
           END-IF.

      *=== 2A PASSADA: O SALDO DE CADA FATURA EM ABERTO, DESCONTADO
      *=== PELA TAXA DA FAIXA DELA, ENTRA NO DIA DO VENCIMENTO (A
      *=== VENCIDA, NO 1O DIA); VENCIMENTO ALEM DO PERIODO FICA DE FORA
       0220-PROJETAR-ENTRADAS SECTION.
           PERFORM 0205-POSICIONAR-INICIO.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF (FATURA-ABERTA OR FATURA-PARCIAL)
                  AND FAT-SALDO GREATER ZEROS
                  AND FAT-VENCIMENTO NUMERIC
                  AND FAT-VENCIMENTO GREATER ZEROS
                   PERFORM 0225-PREVER-FATURA
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

      *=== FAIXA E DIA DA FATURA CORRENTE
       0225-PREVER-FATURA    SECTION.
           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(FAT-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           MOVE ZEROS TO WRK-IND-FX-ACH.
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                     UNTIL WRK-IND-FX GREATER 5
               IF WRK-DIAS-ATRASO NOT LESS WRK-FX-INICIO(WRK-IND-FX)
                  AND WRK-DIAS-ATRASO NOT GREATER
                      WRK-FX-FIM(WRK-IND-FX)
                   MOVE WRK-IND-FX TO WRK-IND-FX-ACH
               END-IF
           END-PERFORM.

           IF WRK-DIAS-ATRASO GREATER ZEROS
               MOVE 1 TO WRK-POS-DIA
           ELSE
               COMPUTE WRK-POS-DIA = 1 - WRK-DIAS-ATRASO
           END-IF.

           IF WRK-POS-DIA NOT GREATER WRK-HORIZONTE
               COMPUTE WRK-VALOR-PREVISTO ROUNDED =
                   FAT-SALDO * WRK-FX-TAXA(WRK-IND-FX-ACH) / 100
               MOVE WRK-POS-DIA TO WRK-IND-DIA
               ADD WRK-VALOR-PREVISTO TO WRK-DIA-ENTRADA(WRK-IND-DIA)
               ADD FAT-SALDO TO WRK-FX-SALDO(WRK-IND-FX-ACH)
               ADD WRK-VALOR-PREVISTO
                 TO WRK-FX-PREVISTO(WRK-IND-FX-ACH)
               ADD 1 TO WRK-QTD-FATURAS
           END-IF.

      *=== PAGAMENTOS AGENDADOS DO EXERC01 COM VENCIMENTO DENTRO DO
      *=== PERIODO; OS VENCIDOS SO SAO AVISADOS (NAO TEM DATA PARA
      *=== SAIR) E SEM O EXTRATO.TXT NAO HA SAIDA PREVISTA
       0230-PROJETAR-SAIDAS  SECTION.
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
               DISPLAY "AVISO: EXTRATO.TXT NAO FOI ABERTO - FS "
                       FS-EXTRATO " - PROJECAO SEM SAIDAS"
           ELSE
               READ EXTRATO
               PERFORM UNTIL FS-EXTRATO NOT EQUAL 00
                   IF REG-EXT-VALOR NUMERIC
                      AND REG-EXT-VENCIMENTO NUMERIC
                       EVALUATE REG-EXT-SITUACAO
                           WHEN "AGENDADO"
                               PERFORM 0235-PREVER-PAGAMENTO
                           WHEN "VENCIDO"
                               ADD 1 TO WRK-QTD-VENCIDOS
                               ADD REG-EXT-VALOR TO WRK-TOTAL-VENCIDOS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ EXTRATO
               END-PERFORM
               CLOSE EXTRATO
           END-IF.

      *=== O AGENDADO CUJA DATA JA PASSOU FOI PAGO OU VENCEU NO EXERC01
      *=== E NAO ENTRA
       0235-PREVER-PAGAMENTO SECTION.
           IF REG-EXT-VENCIMENTO NOT LESS WRK-DATA-HOJE
               COMPUTE WRK-POS-DIA =
                   FUNCTION INTEGER-OF-DATE(REG-EXT-VENCIMENTO)
                 - WRK-DIAS-HOJE + 1
               IF WRK-POS-DIA NOT GREATER WRK-HORIZONTE
                   MOVE WRK-POS-DIA TO WRK-IND-DIA
                   ADD REG-EXT-VALOR TO WRK-DIA-SAIDA(WRK-IND-DIA)
                   ADD 1 TO WRK-QTD-AGENDADOS
               ELSE
                   ADD 1 TO WRK-QTD-FORA
               END-IF
           END-IF.

      *=== SALDO NO FIM DE CADA DIA E O 1O DIA NEGATIVO
       0240-PROJETAR-SALDOS  SECTION.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO.
           MOVE ZEROS TO WRK-DIA-NEGATIVO.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                     UNTIL WRK-IND-DIA GREATER WRK-HORIZONTE
               COMPUTE WRK-SALDO = WRK-SALDO
                                 + WRK-DIA-ENTRADA(WRK-IND-DIA)
                                 - WRK-DIA-SAIDA(WRK-IND-DIA)
               MOVE WRK-SALDO TO WRK-DIA-SALDO(WRK-IND-DIA)
               ADD WRK-DIA-ENTRADA(WRK-IND-DIA) TO WRK-TOTAL-ENTRADAS
               ADD WRK-DIA-SAIDA(WRK-IND-DIA)   TO WRK-TOTAL-SAIDAS
               IF WRK-SALDO LESS ZEROS
                  AND WRK-DIA-NEGATIVO EQUAL ZEROS
                   MOVE WRK-IND-DIA TO WRK-DIA-NEGATIVO
               END-IF
           END-PERFORM.

      *=== RELATORIO: TAXAS DAS FAIXAS, 1 LINHA POR DIA COM O TOTAL DE
      *=== CADA SEMANA (7 DIAS A PARTIR DE HOJE) E O RESUMO (QUE SAI
      *=== TAMBEM NA TELA)
       0250-EMITIR-RELATORIO SECTION.
           MOVE SPACES TO WRK-PATH-RELATORIO.
           STRING "dados\FLUXO_CAIXA_" DELIMITED BY SIZE
                  WRK-DATA-HOJE         DELIMITED BY SIZE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WRK-PATH-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY WRK-PATH-RELATORIO " NAO FOI CRIADO - FS "
                       FS-RELATORIO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

           MOVE WRK-HORIZONTE TO WRK-IND-DIA.
           PERFORM 0280-DATA-DO-DIA.
           MOVE WRK-DATA-ED TO WRK-DATA-FIM-ED.
           MOVE 1 TO WRK-IND-DIA.
           PERFORM 0280-DATA-DO-DIA.

           MOVE "S" TO WRK-MOSTRAR.
           STRING "FLUXO DE CAIXA PROJETADO DE " DELIMITED BY SIZE
                  WRK-DATA-ED                    DELIMITED BY SIZE
                  " A "                          DELIMITED BY SIZE
                  WRK-DATA-FIM-ED                DELIMITED BY SIZE
                  " ("                           DELIMITED BY SIZE
                  WRK-HORIZONTE                  DELIMITED BY SIZE
                  " DIAS)"                       DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           STRING "SALDO INICIAL........... " DELIMITED BY SIZE
                  WRK-SALDO-ED               DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "FAIXA       TAXA(%)    SALDO NO PERIODO     PREVISTO"
             TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                     UNTIL WRK-IND-FX GREATER 5
               MOVE WRK-FX-TAXA(WRK-IND-FX)     TO WRK-TAXA-ED
               MOVE WRK-FX-SALDO(WRK-IND-FX)    TO WRK-ITEM-ED
               MOVE WRK-FX-PREVISTO(WRK-IND-FX) TO WRK-ITEM-ED-2
               STRING WRK-FX-NOME(WRK-IND-FX) DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      WRK-TAXA-ED            DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      WRK-ITEM-ED            DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WRK-ITEM-ED-2          DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
           END-PERFORM.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "N" TO WRK-MOSTRAR.
           MOVE "DATA               ENTRADAS           SAIDAS"
             TO WRK-LINHA-REL.
           MOVE "SALDO" TO WRK-LINHA-REL(60:5).
           PERFORM 0290-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-SEM-ENTRADAS.
           MOVE ZEROS TO WRK-SEM-SAIDAS.
           MOVE ZEROS TO WRK-NUM-SEMANA.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                     UNTIL WRK-IND-DIA GREATER WRK-HORIZONTE
               PERFORM 0255-LINHA-DO-DIA
           END-PERFORM.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "S" TO WRK-MOSTRAR.
           MOVE WRK-TOTAL-ENTRADAS TO WRK-ITEM-ED.
           STRING "ENTRADAS PREVISTAS...... " DELIMITED BY SIZE
                  WRK-ITEM-ED                DELIMITED BY SIZE
                  " ("                       DELIMITED BY SIZE
                  WRK-QTD-FATURAS            DELIMITED BY SIZE
                  " FATURAS)"                DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-SAIDAS TO WRK-ITEM-ED.
           STRING "SAIDAS AGENDADAS........ " DELIMITED BY SIZE
                  WRK-ITEM-ED                DELIMITED BY SIZE
                  " ("                       DELIMITED BY SIZE
                  WRK-QTD-AGENDADOS          DELIMITED BY SIZE
                  " PAGAMENTOS)"             DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           STRING "SALDO FINAL PROJETADO... " DELIMITED BY SIZE
                  WRK-SALDO-ED               DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-QTD-FORA GREATER ZEROS
               STRING "AGENDADOS APOS O PERIODO " DELIMITED BY SIZE
                      WRK-QTD-FORA               DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-VENCIDOS GREATER ZEROS
               MOVE WRK-TOTAL-VENCIDOS TO WRK-ITEM-ED
               STRING "AVISO: " DELIMITED BY SIZE
                      WRK-QTD-VENCIDOS DELIMITED BY SIZE
                      " PAGTO(S) VENCIDO(S) FORA DA PROJECAO - "
                                DELIMITED BY SIZE
                      WRK-ITEM-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           IF WRK-DIA-NEGATIVO GREATER ZEROS
               MOVE WRK-DIA-NEGATIVO TO WRK-IND-DIA
               PERFORM 0280-DATA-DO-DIA
               MOVE WRK-DIA-SALDO(WRK-IND-DIA) TO WRK-SALDO-ED
               STRING "ATENCAO: SALDO NEGATIVO A PARTIR DE "
                                    DELIMITED BY SIZE
                      WRK-DATA-ED   DELIMITED BY SIZE
                      " - "         DELIMITED BY SIZE
                      WRK-SALDO-ED  DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
           ELSE
               MOVE "SALDO PROJETADO NAO FICA NEGATIVO NO PERIODO"
                 TO WRK-LINHA-REL
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

           CLOSE RELATORIO.
           DISPLAY "GRAVADO EM " WRK-PATH-RELATORIO.

      *=== LINHA DO DIA (O 1O NEGATIVO MARCADO) E, NO 7O DIA DE CADA
      *=== SEMANA OU NO ULTIMO DIA, O TOTAL DA SEMANA
       0255-LINHA-DO-DIA     SECTION.
           PERFORM 0280-DATA-DO-DIA.
           MOVE WRK-DIA-ENTRADA(WRK-IND-DIA) TO WRK-ITEM-ED.
           MOVE WRK-DIA-SAIDA(WRK-IND-DIA)   TO WRK-ITEM-ED-2.
           MOVE WRK-DIA-SALDO(WRK-IND-DIA)   TO WRK-SALDO-ED.
           STRING WRK-DATA-ED   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  WRK-ITEM-ED   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-ITEM-ED-2 DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-SALDO-ED  DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           IF WRK-IND-DIA EQUAL WRK-DIA-NEGATIVO
               MOVE " <<<" TO WRK-LINHA-REL(77:4)
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

           ADD WRK-DIA-ENTRADA(WRK-IND-DIA) TO WRK-SEM-ENTRADAS.
           ADD WRK-DIA-SAIDA(WRK-IND-DIA)   TO WRK-SEM-SAIDAS.
           IF FUNCTION MOD(WRK-IND-DIA, 7) EQUAL ZEROS
              OR WRK-IND-DIA EQUAL WRK-HORIZONTE
               ADD 1 TO WRK-NUM-SEMANA
               MOVE WRK-SEM-ENTRADAS TO WRK-ITEM-ED
               MOVE WRK-SEM-SAIDAS   TO WRK-ITEM-ED-2
               STRING "SEMANA " DELIMITED BY SIZE
                      WRK-NUM-SEMANA DELIMITED BY SIZE
                      "   "     DELIMITED BY SIZE
                      WRK-ITEM-ED   DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      WRK-ITEM-ED-2 DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      WRK-SALDO-ED  DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
               PERFORM 0290-GRAVAR-LINHA
               MOVE ZEROS TO WRK-SEM-ENTRADAS
               MOVE ZEROS TO WRK-SEM-SAIDAS
           END-IF.

      *=== DATA EDITADA DO DIA WRK-IND-DIA DA PROJECAO (DIA 1 = HOJE)
       0280-DATA-DO-DIA      SECTION.
           COMPUTE WRK-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               WRK-DIAS-HOJE + WRK-IND-DIA - 1).
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-AUX-DIA DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-AUX-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-AUX-ANO DELIMITED BY SIZE
                  INTO WRK-DATA-ED
           END-STRING.

      *=== GRAVA A LINHA MONTADA (E MOSTRA, NO CABECALHO E NO RESUMO)
      *=== E LIMPA PARA A SEGUINTE
       0290-GRAVAR-LINHA     SECTION.
           MOVE WRK-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF MOSTRAR-LINHA
               DISPLAY WRK-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR        SECTION.
           CLOSE RECEBER.
           IF FS-PAGAMENTOS NOT EQUAL 35
               CLOSE PAGAMENTOS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
