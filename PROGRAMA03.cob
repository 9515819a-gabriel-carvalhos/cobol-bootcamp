      *==               EXTRATO COM CADA LANCAMENTO, O SALDO APOS CADA
      *==               UM E O SALDO FINAL, EM VEZ DE REINICIAR O
      *==               PROGRAMA E REDIGITAR O SALDO A CADA OPERACAO
      *==  20/06/2025 GC: O OPERADOR SE IDENTIFICA NO INICIO, CADA
      *==               DEBITO PEDE A FORMA DE PAGAMENTO E O TURNO E
      *==               ANEXADO A EXTRATO.TXT (COPYBOOK CXAEXT) COM A
      *==               DATA, O OPERADOR E A FORMA, PARA O FECHAMENTO
      *==               DO CAIXA (CXAFECH). DEBITO ACIMA DE 9.999,99 NAO
      *==               CABE NA COLUNA DE VALOR DO EXTRATO E E RECUSADO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== EXTRATO DO BALCAO, O MESMO DO EXERC01 (SO CRESCE)
           SELECT EXTRATO ASSIGN
           TO "dados\EXTRATO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  EXTRATO.
           COPY "CXAEXT.cpy".

       WORKING-STORAGE       SECTION.
       77  WRK-VALOR1           PIC 9(05)V99        VALUE ZEROS.
       77  WRK-VALOR2           PIC 9(05)V99        VALUE ZEROS.
           05  WRK-LANC-ITEM    OCCURS 100 TIMES.
               10  WRK-LANC-VALOR   PIC 9(05)V99.
               10  WRK-LANC-SALDO   PIC S9(05)V99.
               10  WRK-LANC-FORMA   PIC X(001).
       77  WRK-QTD-LANC         PIC 9(003)          VALUE ZEROS.
       77  WRK-IND-LANC         PIC 9(003)          VALUE ZEROS.
       77  WRK-LANC-ED          PIC ZZ.ZZ9,99       VALUE ZEROS.

      *=== OPERADOR DO TURNO E FORMA DE CADA DEBITO, GRAVADOS NO
      *=== EXTRATO PARA O FECHAMENTO DO CAIXA
       77  FS-EXTRATO           PIC 9(002)          VALUE ZEROS.
       77  WRK-OPERADOR         PIC X(008)          VALUE SPACES.
       77  WRK-FORMA            PIC X(001)          VALUE SPACE.
           88  FORMA-VALIDA                         VALUE "D" "C"
                                                          "T" "P".
       77  WRK-DATA-HOJE        PIC 9(008)          VALUE ZEROS.

       PROCEDURE             DIVISION.
       0100-RECEBE           SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               STOP RUN
           END-IF.

           DISPLAY "DIGITE O SALDO INICIAL: "
               ACCEPT WRK-VALOR1.
           MOVE WRK-VALOR1 TO WRK-RESULTADO.
                      AND WRK-VALOR2 EQUAL ZEROS).

       0200-MOSTRA           SECTION.
           IF WRK-QTD-LANC GREATER ZEROS
               PERFORM 0220-GRAVAR-EXTRATO
           END-IF.
           DISPLAY "========= EXTRATO DO TURNO =========".
           PERFORM 0210-MOSTRAR-LANCAMENTO
               VARYING WRK-IND-LANC FROM 1 BY 1
           DISPLAY "DIGITE O DEBITO (0 ENCERRA): "
               ACCEPT WRK-VALOR2.

           IF WRK-VALOR2 GREATER 9999,99
               DISPLAY "DEBITO ACIMA DE 9.999,99 - LANCAR EM PARTES"
           ELSE
           IF WRK-VALOR2 GREATER ZEROS
               MOVE SPACE TO WRK-FORMA
               PERFORM UNTIL FORMA-VALIDA
                   DISPLAY "FORMA (D-DINHEIRO / C-CHEQUE / T-CARTAO / "
                           "P-PIX): "
                   ACCEPT WRK-FORMA
               END-PERFORM
               COMPUTE WRK-RESULTADO = WRK-RESULTADO - WRK-VALOR2
               ADD 1 TO WRK-QTD-LANC
               MOVE WRK-VALOR2    TO WRK-LANC-VALOR(WRK-QTD-LANC)
               MOVE WRK-RESULTADO TO WRK-LANC-SALDO(WRK-QTD-LANC)
               MOVE WRK-FORMA     TO WRK-LANC-FORMA(WRK-QTD-LANC)
               MOVE WRK-RESULTADO TO WRK-RESULTADO-ED
               DISPLAY "SALDO APOS O DEBITO: " WRK-RESULTADO-ED
           END-IF
           END-IF.

      *=== MOSTRA 1 LANCAMENTO DO EXTRATO: VALOR E SALDO APOS ELE
           DISPLAY WRK-IND-LANC " - DEBITO " WRK-LANC-ED
                   " - SALDO " WRK-RESULTADO-ED.

      *=== ANEXA OS DEBITOS DO TURNO A EXTRATO.TXT, PAGOS NA HORA, COM
      *=== A DATA, O OPERADOR E A FORMA
       0220-GRAVAR-EXTRATO   SECTION.
           OPEN EXTEND EXTRATO.
           IF FS-EXTRATO EQUAL 35
               OPEN OUTPUT EXTRATO
           END-IF.
           IF FS-EXTRATO NOT EQUAL 00
               DISPLAY "AVISO: EXTRATO.TXT NAO ABRIU - FS " FS-EXTRATO
                       " - TURNO NAO GRAVADO"
           ELSE
               PERFORM VARYING WRK-IND-LANC FROM 1 BY 1
                         UNTIL WRK-IND-LANC GREATER WRK-QTD-LANC
                   MOVE WRK-IND-LANC   TO REG-EXT-SEQ
                   MOVE " - "          TO REG-EXT-SEP
                   MOVE WRK-LANC-VALOR(WRK-IND-LANC) TO REG-EXT-VALOR
                   MOVE " - "          TO REG-EXT-SEP2
                   MOVE "PAGO"         TO REG-EXT-SITUACAO
                   MOVE " - "          TO REG-EXT-SEP3
                   MOVE ZEROS          TO REG-EXT-VENCIMENTO
                   MOVE " - "          TO REG-EXT-SEP4
                   MOVE WRK-DATA-HOJE  TO REG-EXT-DATA
                   MOVE " - "          TO REG-EXT-SEP5
                   MOVE WRK-OPERADOR   TO REG-EXT-OPERADOR
                   MOVE " - "          TO REG-EXT-SEP6
                   MOVE WRK-LANC-FORMA(WRK-IND-LANC) TO REG-EXT-FORMA
                   MOVE " - "          TO REG-EXT-SEP7
                   MOVE "PROGRAMA03"   TO REG-EXT-PROGRAMA
                   WRITE REG-EXTRATO
               END-PERFORM
               CLOSE EXTRATO
           END-IF.

       END PROGRAM PROGRAMA03.
