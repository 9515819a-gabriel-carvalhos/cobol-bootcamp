       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATJORN.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONSULTA DO JORNAL DE LANCAMENTOS DO CONTAS A
      *==            RECEBER (CONTAS_RECEBER.LOG, GRAVADO PELO
      *==            PROGRAMA08/12/13): FILTRA POR PERIODO, FATURA,
      *==            OPERADOR E OPERACAO E TOTALIZA QUANTIDADE E VALOR
      *==            POR OPERACAO, PARA RESPONDER PERGUNTAS COMO "QUEM
      *==            BAIXOU A FATURA 004511 E QUANDO" DO MESMO JEITO
      *==            QUE O ARQ011 RESPONDE PARA O CADASTRO
      *==  DATA: 19/05/2025
      *==  OBSERVACOES: FILTROS EM BRANCO/ZERADOS SIGNIFICAM "TODOS";
      *==               O JORNAL NUNCA E ALTERADO AQUI, SO LIDO. O
      *==               FILTRO DE PERIODO E PELA DATA EM QUE O
      *==               LANCAMENTO FOI FEITO (JRN-DATA)
      *==  ALTERACOES
      *==  21/05/2025 GC: NOVA OPERACAO RENEGOCIA (FATURA FECHADA POR
      *==               ACORDO DE PARCELAMENTO NO FATRENEG) NOS TOTAIS
      *==  23/05/2025 GC: NOVA OPERACAO NOTACRED (NOTA DE CREDITO DO
      *==               FATNOTA) NOS TOTAIS
      *==  28/05/2025 GC: NOVA OPERACAO ANULACAO (FATURA CANCELADA NA
      *==               ANULACAO DO LOTE DO PROGRAMA08) NOS TOTAIS
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== JORNAL DE LANCAMENTOS COMPARTILHADO, AQUI SOMENTE LEITURA
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  JORNAL.
           COPY "FATJRN.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-JORNAL            PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

      *=== FILTROS DA CONSULTA; ZEROS/BRANCO = SEM FILTRO
       77  WRK-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(008) VALUE ZEROS.
       77  WRK-FIL-NUMERO       PIC 9(006) VALUE ZEROS.
       77  WRK-FIL-OPERADOR     PIC X(008) VALUE SPACES.
       77  WRK-FIL-OPERACAO     PIC X(010) VALUE SPACES.

      *=== RESULTADO DO FILTRO PARA A LINHA CORRENTE DO JORNAL
       77  WRK-LINHA-PASSA      PIC X(001) VALUE "N".
           88  LINHA-PASSA                 VALUE "S".

      *=== TOTAIS POR OPERACAO DAS LINHAS QUE PASSARAM NO FILTRO
       77  WRK-TOTAL-LIDAS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-LISTADAS   PIC 9(006) VALUE ZEROS.
       01  WRK-TAB-OPERACOES.
           05  FILLER           PIC X(010) VALUE "EMISSAO".
           05  FILLER           PIC X(010) VALUE "BAIXA".
           05  FILLER           PIC X(010) VALUE "RETORNO".
           05  FILLER           PIC X(010) VALUE "CREDITO".
           05  FILLER           PIC X(010) VALUE "ENCARGOS".
           05  FILLER           PIC X(010) VALUE "ESTORNO".
           05  FILLER           PIC X(010) VALUE "RENEGOCIA".
           05  FILLER           PIC X(010) VALUE "NOTACRED".
           05  FILLER           PIC X(010) VALUE "ANULACAO".
           05  FILLER           PIC X(010) VALUE "OUTRAS".
       01  WRK-TAB-OPERACOES-R REDEFINES WRK-TAB-OPERACOES.
           05  WRK-OPE-NOME     PIC X(010) OCCURS 10 TIMES.
       01  WRK-TAB-TOTAIS.
           05  WRK-OPE-TOTAL    OCCURS 10 TIMES.
               10  WRK-OPE-QTD      PIC 9(006).
               10  WRK-OPE-VALOR    PIC 9(010)V99.
       77  WRK-IND-OPE          PIC 9(002) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-TOTAL-LIDAS.
           MOVE ZEROS TO WRK-TOTAL-LISTADAS.
           INITIALIZE WRK-TAB-TOTAIS.

           DISPLAY "==== CONSULTA DE CONTAS_RECEBER.LOG ====".
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
               MOVE "CONTAS_RECEBER.LOG NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           DISPLAY "DATA INICIAL AAAAMMDD (0 = SEM FILTRO): ".
           ACCEPT WRK-DATA-INI.
           DISPLAY "DATA FINAL AAAAMMDD (0 = SEM FILTRO): ".
           ACCEPT WRK-DATA-FIM.
           DISPLAY "NUMERO DA FATURA (0 = TODAS): ".
           ACCEPT WRK-FIL-NUMERO.
           DISPLAY "OPERADOR (BRANCO = TODOS): ".
           ACCEPT WRK-FIL-OPERADOR.
           DISPLAY "OPERACAO, EX BAIXA/ESTORNO (BRANCO = TODAS): ".
           ACCEPT WRK-FIL-OPERACAO.

       0200-PROCESSAR        SECTION.
           READ JORNAL.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               ADD 1 TO WRK-TOTAL-LIDAS
               PERFORM 0210-FILTRAR-LINHA
               IF LINHA-PASSA
                   PERFORM 0220-LISTAR-LINHA
               END-IF
               READ JORNAL
           END-PERFORM.

      *=== APLICA OS FILTROS A LINHA CORRENTE DO JORNAL; FILTRO ZERADO
      *=== OU EM BRANCO NAO ELIMINA NADA
       0210-FILTRAR-LINHA    SECTION.
           MOVE "S" TO WRK-LINHA-PASSA.

           IF WRK-DATA-INI GREATER ZEROS
              AND JRN-DATA LESS WRK-DATA-INI
               MOVE "N" TO WRK-LINHA-PASSA
           END-IF.

           IF WRK-DATA-FIM GREATER ZEROS
              AND JRN-DATA GREATER WRK-DATA-FIM
               MOVE "N" TO WRK-LINHA-PASSA
           END-IF.

           IF WRK-FIL-NUMERO GREATER ZEROS
              AND JRN-NUMERO NOT EQUAL WRK-FIL-NUMERO
               MOVE "N" TO WRK-LINHA-PASSA
           END-IF.

           IF WRK-FIL-OPERADOR NOT EQUAL SPACES
              AND JRN-OPERADOR NOT EQUAL WRK-FIL-OPERADOR
               MOVE "N" TO WRK-LINHA-PASSA
           END-IF.

           IF WRK-FIL-OPERACAO NOT EQUAL SPACES
              AND JRN-OPERACAO NOT EQUAL WRK-FIL-OPERACAO
               MOVE "N" TO WRK-LINHA-PASSA
           END-IF.

      *=== MOSTRA A LINHA QUE PASSOU NO FILTRO (COM O MOTIVO, NO
      *=== ESTORNO) E SOMA NO TOTAL DA OPERACAO DELA
       0220-LISTAR-LINHA     SECTION.
           ADD 1 TO WRK-TOTAL-LISTADAS.
           MOVE JRN-VALOR      TO WRK-VALOR-ED.
           MOVE JRN-SALDO-APOS TO WRK-SALDO-ED.
           DISPLAY JRN-DATA " " JRN-HORA " " JRN-PROGRAMA " "
                   JRN-OPERADOR " " JRN-OPERACAO " FATURA " JRN-NUMERO
                   "/" JRN-SEQ " DE " JRN-DATA-MOV " " WRK-VALOR-ED
                   " SALDO " WRK-SALDO-ED.
           IF JRN-MOTIVO NOT EQUAL SPACES
               DISPLAY "    MOTIVO " JRN-MOTIVO-COD " - " JRN-MOTIVO
           END-IF.

           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                     UNTIL WRK-IND-OPE EQUAL 10
                        OR WRK-OPE-NOME(WRK-IND-OPE) EQUAL JRN-OPERACAO
               CONTINUE
           END-PERFORM.
           ADD 1         TO WRK-OPE-QTD(WRK-IND-OPE).
           ADD JRN-VALOR TO WRK-OPE-VALOR(WRK-IND-OPE).

       0300-FINALIZAR        SECTION.
           CLOSE JORNAL.
           DISPLAY "==================================".
           DISPLAY "LINHAS NO JORNAL..... " WRK-TOTAL-LIDAS.
           DISPLAY "LINHAS NO FILTRO..... " WRK-TOTAL-LISTADAS.
           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                     UNTIL WRK-IND-OPE GREATER 10
               MOVE WRK-OPE-VALOR(WRK-IND-OPE) TO WRK-TOTAL-ED
               DISPLAY "  " WRK-OPE-NOME(WRK-IND-OPE) " "
                       WRK-OPE-QTD(WRK-IND-OPE) " " WRK-TOTAL-ED
           END-PERFORM.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
