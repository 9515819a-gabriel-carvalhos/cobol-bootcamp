       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESREL.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: RELATORIO MENSAL DOS CANCELAMENTOS DE RESERVA DE
      *==            VIAGEM: LE RESERVAS.DAT E MOSTRA, POR DESTINO, AS
      *==            RESERVAS CANCELADAS NO MES ESCOLHIDO, A MULTA
      *==            RETIDA E O REEMBOLSO DEVOLVIDO (GRAVADOS PELO
      *==            RESMANU NA HORA DO CANCELAMENTO)
      *==  DATA: 01/08/2025
      *==  OBSERVACOES: O DESTINO DA RESERVA E O DO 1O TRECHO; RESERVA
      *==               CANCELADA SEM DATA DE CANCELAMENTO (ANTERIOR A
      *==               POLITICA DE MULTA) NAO ENTRA EM MES NENHUM
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== RESERVAS DE VIAGEM, SO LEITURA
           SELECT RESERVAS ASSIGN
           TO "..\dados\RESERVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RESERVAS.
           COPY "RESREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-RESERVAS          PIC 9(002) VALUE ZEROS.

      *=== MES DO RELATORIO: 0 = MES ANTERIOR (O MES FECHADO)
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(004).
           05  WRK-HOJE-MES     PIC 9(002).
           05  WRK-HOJE-DIA     PIC 9(002).
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA      PIC 9(006) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004).
           05  WRK-CMP-MES      PIC 9(002).
       77  WRK-COMPETENCIA-ED   PIC X(007) VALUE SPACES.
       77  WRK-DATA-CANCEL      PIC 9(008) VALUE ZEROS.

      *=== TOTAIS POR DESTINO, NA ORDEM EM QUE APARECEM
       01  WRK-TAB-DESTINOS.
           05  WRK-DST-ITEM     OCCURS 50 TIMES.
               10  WRK-DST-COD          PIC X(002).
               10  WRK-DST-QTD          PIC 9(005).
               10  WRK-DST-TOTAL        PIC 9(008)V99.
               10  WRK-DST-MULTA        PIC 9(008)V99.
               10  WRK-DST-REEMBOLSO    PIC 9(008)V99.
       77  WRK-QTD-DESTINOS     PIC 9(002) VALUE ZEROS.
       77  WRK-IND-DST          PIC 9(002) VALUE ZEROS.
       77  WRK-DST-ACHADO       PIC 9(002) VALUE ZEROS.

       77  WRK-TOTAL-LIDAS      PIC 9(005) VALUE ZEROS.
       77  WRK-TOTAL-CANCEL     PIC 9(005) VALUE ZEROS.
       77  WRK-TOTAL-FORA       PIC 9(005) VALUE ZEROS.
       77  WRK-GER-TOTAL        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-GER-MULTA        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-GER-REEMBOLSO    PIC 9(008)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MULTA-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-REEMBOLSO-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL 00
               DISPLAY "RESERVAS.DAT NAO PODE SER ABERTO - FS "
                       FS-RESERVAS
               STOP RUN
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "==== CANCELAMENTOS DE RESERVA DO MES ====".
           DISPLAY "MES DO RELATORIO (MMAAAA, 0 = MES ANTERIOR): ".
           ACCEPT WRK-COMP-DIGITADA.
           IF WRK-COMP-DIGITADA EQUAL ZEROS
               MOVE WRK-HOJE-ANO TO WRK-CMP-ANO
               MOVE WRK-HOJE-MES TO WRK-CMP-MES
               IF WRK-CMP-MES EQUAL 01
                   MOVE 12 TO WRK-CMP-MES
                   SUBTRACT 1 FROM WRK-CMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CMP-MES
               END-IF
           ELSE
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
           END-IF.
           IF WRK-CMP-MES LESS 01 OR WRK-CMP-MES GREATER 12
               DISPLAY "MES INVALIDO - RELATORIO NAO EMITIDO"
               CLOSE RESERVAS
               STOP RUN
           END-IF.
           MOVE SPACES TO WRK-COMPETENCIA-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMPETENCIA-ED
           END-STRING.
           MOVE ZEROS TO WRK-QTD-DESTINOS.

      *=== SO ENTRA RESERVA CANCELADA COM DATA DE CANCELAMENTO NO MES;
      *=== CAMPOS EM BRANCO (REGISTRO ANTIGO) VALEM ZERO
       0200-PROCESSAR        SECTION.
           READ RESERVAS.
           PERFORM UNTIL FS-RESERVAS NOT EQUAL 00
               ADD 1 TO WRK-TOTAL-LIDAS
               IF RESERVA-CANCELADA
                   IF RES-DATA-CANCEL NUMERIC
                       MOVE RES-DATA-CANCEL TO WRK-DATA-CANCEL
                   ELSE
                       MOVE ZEROS TO WRK-DATA-CANCEL
                   END-IF
                   IF WRK-DATA-CANCEL(1:6) EQUAL WRK-COMPETENCIA
                       PERFORM 0210-SOMAR-CANCELAMENTO
                   END-IF
               END-IF
               READ RESERVAS
           END-PERFORM.

       0210-SOMAR-CANCELAMENTO SECTION.
           IF RES-MULTA NOT NUMERIC
               MOVE ZEROS TO RES-MULTA
           END-IF.
           IF RES-REEMBOLSO NOT NUMERIC
               MOVE ZEROS TO RES-REEMBOLSO
           END-IF.
           MOVE ZEROS TO WRK-DST-ACHADO.
           PERFORM VARYING WRK-IND-DST FROM 1 BY 1
                     UNTIL WRK-IND-DST GREATER WRK-QTD-DESTINOS
                        OR WRK-DST-ACHADO GREATER ZEROS
               IF WRK-DST-COD(WRK-IND-DST) EQUAL RES-TRE-DESTINO(1)
                   MOVE WRK-IND-DST TO WRK-DST-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-DST-ACHADO EQUAL ZEROS
               IF WRK-QTD-DESTINOS EQUAL 50
                   ADD 1 TO WRK-TOTAL-FORA
               ELSE
                   ADD 1 TO WRK-QTD-DESTINOS
                   MOVE WRK-QTD-DESTINOS TO WRK-DST-ACHADO
                   MOVE RES-TRE-DESTINO(1)
                     TO WRK-DST-COD(WRK-DST-ACHADO)
                   MOVE ZEROS TO WRK-DST-QTD(WRK-DST-ACHADO)
                                 WRK-DST-TOTAL(WRK-DST-ACHADO)
                                 WRK-DST-MULTA(WRK-DST-ACHADO)
                                 WRK-DST-REEMBOLSO(WRK-DST-ACHADO)
               END-IF
           END-IF.
           IF WRK-DST-ACHADO GREATER ZEROS
               ADD 1             TO WRK-DST-QTD(WRK-DST-ACHADO)
               ADD RES-TOTAL     TO WRK-DST-TOTAL(WRK-DST-ACHADO)
               ADD RES-MULTA     TO WRK-DST-MULTA(WRK-DST-ACHADO)
               ADD RES-REEMBOLSO TO WRK-DST-REEMBOLSO(WRK-DST-ACHADO)
               ADD 1             TO WRK-TOTAL-CANCEL
               ADD RES-TOTAL     TO WRK-GER-TOTAL
               ADD RES-MULTA     TO WRK-GER-MULTA
               ADD RES-REEMBOLSO TO WRK-GER-REEMBOLSO
           END-IF.

       0300-FINALIZAR        SECTION.
           CLOSE RESERVAS.
           DISPLAY "MES.................... " WRK-COMPETENCIA-ED.
           DISPLAY "DESTINO QTD        TOTAL         MULTA "
                   "    REEMBOLSO".
           PERFORM VARYING WRK-IND-DST FROM 1 BY 1
                     UNTIL WRK-IND-DST GREATER WRK-QTD-DESTINOS
               MOVE WRK-DST-TOTAL(WRK-IND-DST)     TO WRK-TOTAL-ED
               MOVE WRK-DST-MULTA(WRK-IND-DST)     TO WRK-MULTA-ED
               MOVE WRK-DST-REEMBOLSO(WRK-IND-DST) TO WRK-REEMBOLSO-ED
               DISPLAY "  " WRK-DST-COD(WRK-IND-DST) "   "
                       WRK-DST-QTD(WRK-IND-DST) " " WRK-TOTAL-ED " "
                       WRK-MULTA-ED " " WRK-REEMBOLSO-ED
           END-PERFORM.
           MOVE WRK-GER-TOTAL     TO WRK-TOTAL-ED.
           MOVE WRK-GER-MULTA     TO WRK-MULTA-ED.
           MOVE WRK-GER-REEMBOLSO TO WRK-REEMBOLSO-ED.
           DISPLAY "=========================================".
           DISPLAY "RESERVAS LIDAS......... " WRK-TOTAL-LIDAS.
           DISPLAY "CANCELAMENTOS NO MES... " WRK-TOTAL-CANCEL.
           DISPLAY "VALOR CANCELADO........ " WRK-TOTAL-ED.
           DISPLAY "MULTAS RETIDAS......... " WRK-MULTA-ED.
           DISPLAY "REEMBOLSOS PAGOS....... " WRK-REEMBOLSO-ED.
           IF WRK-TOTAL-FORA GREATER ZEROS
               DISPLAY "AVISO: " WRK-TOTAL-FORA " CANCELAMENTO(S) "
                       "FORA DO QUADRO - MAIS DE 50 DESTINOS"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
