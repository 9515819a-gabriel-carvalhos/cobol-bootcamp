      *==               COLUNAS DE SITUACAO (PAGO/AGENDADO/VENCIDO) E
      *==               VENCIMENTO PARA DISTINGUIR O QUE JA FOI PAGO DO
      *==               QUE SO ESTA PREVISTO
      *==  20/06/2025 GC: O OPERADOR SE IDENTIFICA NO INICIO E CADA
      *==               PAGAMENTO FEITO NA HORA PEDE A FORMA (DINHEIRO,
      *==               CHEQUE, CARTAO OU PIX); EXTRATO.TXT GANHA A
      *==               DATA, O OPERADOR, A FORMA E O PROGRAMA (LAYOUT
      *==               NO COPYBOOK CXAEXT) PARA O FECHAMENTO DO CAIXA
      *==               (CXAFECH)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       DATA DIVISION.
       FILE                  SECTION.
       FD  EXTRATO.
           COPY "CXAEXT.cpy".

       WORKING-STORAGE       SECTION.
      *=== VARIAVEIS DE APOIO
               10  WRK-TAB-PAG-VALOR  PIC 9(004)V99.
               10  WRK-TAB-PAG-VENC   PIC 9(008).
               10  WRK-TAB-PAG-SIT    PIC X(008).
               10  WRK-TAB-PAG-FORMA  PIC X(001).
       77  WRK-QTD-PAGAMENTOS  PIC 9(004) VALUE ZEROS.
       77  WRK-IND-PAGAMENTO   PIC 9(004) VALUE ZEROS.

       77  WRK-AGENDADO-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VENCIDO-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.

      *=== OPERADOR DO BALCAO E FORMA DE CADA PAGAMENTO FEITO NA HORA,
      *=== PARA O FECHAMENTO DO CAIXA
       77  WRK-OPERADOR        PIC X(008) VALUE SPACES.
       77  WRK-FORMA           PIC X(001) VALUE SPACE.
           88  FORMA-VALIDA                VALUE "D" "C" "T" "P".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               STOP RUN
           END-IF.

           DISPLAY "DIGITE O SEU SALDO: ".
           ACCEPT WRK-SALDO.

                       TO WRK-TAB-PAG-VALOR(WRK-QTD-PAGAMENTOS)
                   MOVE WRK-VENCIMENTO
                       TO WRK-TAB-PAG-VENC(WRK-QTD-PAGAMENTOS)
                   MOVE SPACE
                       TO WRK-TAB-PAG-FORMA(WRK-QTD-PAGAMENTOS)
                   EVALUATE TRUE
                       WHEN WRK-VENCIMENTO EQUAL ZEROS
                           MOVE "PAGO"
                             TO WRK-TAB-PAG-SIT(WRK-QTD-PAGAMENTOS)
                           ADD WRK-PAGAMENTO TO WRK-PAGAMENTOS
                           MOVE SPACE TO WRK-FORMA
                           PERFORM UNTIL FORMA-VALIDA
                               DISPLAY "FORMA (D-DINHEIRO / C-CHEQUE / "
                                       "T-CARTAO / P-PIX)"
                               ACCEPT WRK-FORMA
                           END-PERFORM
                           MOVE WRK-FORMA
                             TO WRK-TAB-PAG-FORMA(WRK-QTD-PAGAMENTOS)
                       WHEN WRK-VENCIMENTO NOT LESS WRK-DATA-HOJE
                           MOVE "AGENDADO"
                             TO WRK-TAB-PAG-SIT(WRK-QTD-PAGAMENTOS)
               MOVE " - "             TO REG-EXT-SEP3
               MOVE WRK-TAB-PAG-VENC(WRK-IND-PAGAMENTO)
                   TO REG-EXT-VENCIMENTO
               MOVE " - "             TO REG-EXT-SEP4
               MOVE WRK-DATA-HOJE     TO REG-EXT-DATA
               MOVE " - "             TO REG-EXT-SEP5
               MOVE WRK-OPERADOR      TO REG-EXT-OPERADOR
               MOVE " - "             TO REG-EXT-SEP6
               MOVE WRK-TAB-PAG-FORMA(WRK-IND-PAGAMENTO)
                   TO REG-EXT-FORMA
               MOVE " - "             TO REG-EXT-SEP7
               MOVE "EXERC01"         TO REG-EXT-PROGRAMA
               WRITE REG-EXTRATO
           END-PERFORM.

