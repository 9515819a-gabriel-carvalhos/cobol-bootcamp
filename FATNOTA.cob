       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATNOTA.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: NOTA DE CREDITO DO CONTAS A RECEBER: A FATURA DO
      *==            LOTE DO PROGRAMA08 EMITIDA PARA CONTRATO JA
      *==            SUSPENSO NO CONMANU, OU COBRADA ERRADO, FICAVA EM
      *==            ABERTO PARA SEMPRE - IA NA REMESSA E ENVELHECIA NO
      *==            AGING. AQUI O OPERADOR CANCELA A FATURA INTEIRA
      *==            (STATUS "C"-CANCELADA, SALDO ZERO) OU CREDITA
      *==            PARTE DELA (O SALDO DIMINUI), COM MOTIVO; A NOTA
      *==            SAI IMPRESSA EM NOTAS_CREDITO.TXT NO MESMO FORMATO
      *==            DO FATURAS_LOTE.TXT E VAI PARA O JORNAL
      *==            CONTAS_RECEBER.LOG COM O OPERADOR. FATURA QUE JA
      *==            FOI PARA O BANCO GERA A INSTRUCAO DE BAIXA OU
      *==            ABATIMENTO PARA A PROXIMA REMESSA DO PROGRAMA13
      *==  DATA: 23/05/2025
      *==  OBSERVACOES: O NUMERO DA NOTA VEM DO NOTANUM.CTL. A FATURA
      *==               CONTA COMO REGISTRADA NO BANCO QUANDO FOI
      *==               EMITIDA ATE A DATA DA ULTIMA REMESSA
      *==               (REMESSA.CTL, GRAVADO PELO PROGRAMA13) - TODA
      *==               REMESSA LEVA TODAS AS FATURAS EM ABERTO
      *==  ALTERACOES
      *==  02/06/2025 GC: NOTA DE CREDITO NAO E EMITIDA COM A DATA DE
      *==               HOJE DENTRO DE UM MES JA FECHADO PELO FATFECH
      *==               (COPYBOOKS FATFCWS/FATFCPR)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER, INDEXADO PELO NUMERO DA FATURA
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== NOTAS DE CREDITO IMPRESSAS (SO CRESCE)
           SELECT NOTAS ASSIGN
           TO "dados\NOTAS_CREDITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAS.

      *=== PROXIMO NUMERO DE NOTA DE CREDITO, 1 LINHA SO
           SELECT NOTANUMCTL ASSIGN
           TO "dados\NOTANUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTANUM.

      *=== DATA DA ULTIMA REMESSA AO BANCO, 1 LINHA SO (PROGRAMA13)
           SELECT REMESSACTL ASSIGN
           TO "dados\REMESSA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMCTL.

      *=== FILA DE INSTRUCOES PARA O BANCO (COPYBOOK FATINS)
           SELECT INSTRUCAO ASSIGN
           TO "dados\INSTRUCAO_BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTRUCAO.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== ULTIMO DIA DO ULTIMO MES FECHADO (FATFECH)
           SELECT FECHCTL ASSIGN
           TO "dados\FECHAMENTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCTL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  NOTAS.
       01  REG-NOTA                    PIC X(080).

       FD  NOTANUMCTL.
       01  REG-NOTANUM                 PIC 9(006).

       FD  REMESSACTL.
       01  REG-REMESSACTL              PIC 9(008).

       FD  INSTRUCAO.
           COPY "FATINS.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  FECHCTL.
       01  REG-FECHCTL                 PIC 9(008).

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-NOTAS             PIC 9(002) VALUE ZEROS.
       77  FS-NOTANUM           PIC 9(002) VALUE ZEROS.
       77  FS-REMCTL            PIC 9(002) VALUE ZEROS.
       77  FS-INSTRUCAO         PIC 9(002) VALUE ZEROS.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-REMESSA     PIC 9(008) VALUE ZEROS.
       77  WRK-NUM-FATURA       PIC 9(006) VALUE 1.
       77  WRK-PROX-NOTA        PIC 9(006) VALUE ZEROS.

      *=== NOTA EM ANDAMENTO: TIPO, VALOR, MOTIVO E CONFIRMACAO
       77  WRK-TIPO-NOTA        PIC X(001) VALUE SPACES.
           88  NOTA-CANCELAMENTO           VALUE "T".
           88  NOTA-PARCIAL                VALUE "P".
           88  TIPO-VALIDO                 VALUE "T" "P".
       77  WRK-VALOR-NOTA       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-MOTIVO-COD       PIC X(001) VALUE SPACES.
           88  MOTIVO-CONTRATO-SUSPENSO    VALUE "1".
           88  MOTIVO-COBRANCA-ERRADA      VALUE "2".
           88  MOTIVO-OUTRO                VALUE "3".
           88  MOTIVO-VALIDO               VALUE "1" THRU "3".
       77  WRK-MOTIVO-TEXTO     PIC X(030) VALUE SPACES.
       77  WRK-MOTIVO-JORNAL    PIC X(040) VALUE SPACES.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== TOTAIS DA SESSAO
       77  WRK-QTD-NOTAS        PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-CANCELADAS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-INSTRUCOES   PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-NOTAS      PIC 9(010)V99 VALUE ZEROS.

       77  WRK-REG-NOTA         PIC X(080) VALUE SPACES.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

      *=== TRAVA DO PERIODO FECHADO (COPYBOOKS FATFCWS/FATFCPR)
       COPY "FATFCWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-NUM-FATURA EQUAL ZEROS.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== O OPERADOR SE IDENTIFICA ANTES DE TUDO; A IDENTIFICACAO VAI
      *=== NA NOTA, NA INSTRUCAO E NO JORNAL
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-JRN-OPERADOR.
           IF WRK-JRN-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               STOP RUN
           END-IF.
           MOVE "FATNOTA" TO WRK-JRN-PROGRAMA.

      *=== PROXIMO NUMERO DE NOTA (1A EXECUCAO = 1) E DATA DA ULTIMA
      *=== REMESSA (SEM REMESSA AINDA = NENHUMA FATURA NO BANCO)
           MOVE 1 TO WRK-PROX-NOTA.
           OPEN INPUT NOTANUMCTL.
           IF FS-NOTANUM EQUAL 00
               READ NOTANUMCTL
               IF FS-NOTANUM EQUAL 00
                   MOVE REG-NOTANUM TO WRK-PROX-NOTA
               END-IF
               CLOSE NOTANUMCTL
           END-IF.
           MOVE ZEROS TO WRK-DATA-REMESSA.
           OPEN INPUT REMESSACTL.
           IF FS-REMCTL EQUAL 00
               READ REMESSACTL
               IF FS-REMCTL EQUAL 00
                   MOVE REG-REMESSACTL TO WRK-DATA-REMESSA
               END-IF
               CLOSE REMESSACTL
           END-IF.

           OPEN I-O RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               STOP RUN
           END-IF.

      *=== AS NOTAS IMPRESSAS SO CRESCEM (1A EXECUCAO CRIA)
           OPEN EXTEND NOTAS.
           IF FS-NOTAS EQUAL 35
               OPEN OUTPUT NOTAS
           END-IF.
           IF FS-NOTAS NOT EQUAL 00
               DISPLAY "NOTAS_CREDITO.TXT NAO FOI ABERTO - FS "
                       FS-NOTAS
               CLOSE RECEBER
               STOP RUN
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "NUMERO DA FATURA (0 = ENCERRAR): ".
           ACCEPT WRK-NUM-FATURA.
           IF WRK-NUM-FATURA GREATER ZEROS
               PERFORM 0210-PREPARAR-NOTA
           END-IF.

      *=== SO FATURA COM SALDO EM ABERTO RECEBE NOTA DE CREDITO
       0210-PREPARAR-NOTA    SECTION.
           MOVE WRK-NUM-FATURA TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
           END-READ.
           IF FS-RECEBER NOT EQUAL 00
               CONTINUE
           ELSE
           IF FATURA-CANCELADA
               DISPLAY "FATURA JA CANCELADA POR NOTA DE CREDITO"
           ELSE
           IF FATURA-RENEGOCIADA
               DISPLAY "FATURA RENEGOCIADA - O SALDO ESTA NAS "
                       "PARCELAS DO ACORDO (FATRENEG)"
           ELSE
           IF NOT FATURA-ABERTA AND NOT FATURA-PARCIAL
               DISPLAY "FATURA SEM SALDO EM ABERTO - STATUS "
                       FAT-STATUS
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-LANCAR
               PERFORM 9400-VERIFICAR-PERIODO
           IF PERIODO-FECHADO
               DISPLAY "NOTA DE CREDITO RECUSADA - PERIODO FECHADO"
           ELSE
               MOVE FAT-VALOR TO WRK-VALOR-ED
               MOVE FAT-SALDO TO WRK-SALDO-ED
               DISPLAY "CLIENTE... " FAT-CLIENTE
               DISPLAY "EMISSAO... " FAT-EMISSAO
               DISPLAY "VALOR..... " WRK-VALOR-ED
               DISPLAY "SALDO..... " WRK-SALDO-ED
               PERFORM 0220-PEDIR-NOTA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *=== TIPO, VALOR E MOTIVO DA NOTA; O CREDITO PARCIAL PRECISA
      *=== FICAR ABAIXO DO SALDO (O SALDO INTEIRO E CANCELAMENTO)
       0220-PEDIR-NOTA       SECTION.
           MOVE SPACES TO WRK-TIPO-NOTA.
           PERFORM UNTIL TIPO-VALIDO
               DISPLAY "T-CANCELAR A FATURA / P-CREDITO PARCIAL: "
               ACCEPT WRK-TIPO-NOTA
           END-PERFORM.
           IF NOTA-CANCELAMENTO
               MOVE FAT-SALDO TO WRK-VALOR-NOTA
           ELSE
               DISPLAY "VALOR DO CREDITO: "
               ACCEPT WRK-VALOR-NOTA
           END-IF.

           IF WRK-VALOR-NOTA EQUAL ZEROS
               DISPLAY "VALOR DO CREDITO ZERADO - NOTA NAO EMITIDA"
           ELSE
           IF NOTA-PARCIAL
              AND WRK-VALOR-NOTA NOT LESS FAT-SALDO
               DISPLAY "CREDITO IGUAL OU MAIOR QUE O SALDO - USE T "
                       "PARA CANCELAR A FATURA"
           ELSE
               MOVE SPACES TO WRK-MOTIVO-COD
               PERFORM UNTIL MOTIVO-VALIDO
                   DISPLAY "MOTIVO (1-CONTRATO SUSPENSO/CANCELADO / "
                           "2-COBRANCA INDEVIDA / 3-OUTRO): "
                   ACCEPT WRK-MOTIVO-COD
               END-PERFORM
               MOVE SPACES TO WRK-MOTIVO-TEXTO
               PERFORM UNTIL WRK-MOTIVO-TEXTO NOT EQUAL SPACES
                   DISPLAY "DESCRICAO DO MOTIVO: "
                   ACCEPT WRK-MOTIVO-TEXTO
               END-PERFORM
               MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED
               IF NOTA-CANCELAMENTO
                   DISPLAY "CANCELAR A FATURA " FAT-NUMERO
                           " - CREDITO DE " WRK-VALOR-ED
               ELSE
                   DISPLAY "CREDITAR " WRK-VALOR-ED " NA FATURA "
                           FAT-NUMERO
               END-IF
               DISPLAY "CONFIRMA A NOTA DE CREDITO (S/N): "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   PERFORM 0230-EFETIVAR-NOTA
               ELSE
                   DISPLAY "NOTA DE CREDITO CANCELADA"
               END-IF
           END-IF
           END-IF.

      *=== ABATE O CREDITO DO SALDO E REGRAVA A FATURA; SO COM ELA
      *=== REGRAVADA A NOTA E IMPRESSA, ANOTADA NO JORNAL E MANDADA
      *=== PARA O BANCO
       0230-EFETIVAR-NOTA    SECTION.
           SUBTRACT WRK-VALOR-NOTA FROM FAT-SALDO.
           IF NOTA-CANCELAMENTO
               MOVE "C" TO FAT-STATUS
           END-IF.
           REWRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A FATURA " FAT-NUMERO
                           " - FS " FS-RECEBER
               NOT INVALID KEY
                   PERFORM 0240-IMPRIMIR-NOTA
                   PERFORM 0250-ANOTAR-NOTA
           END-REWRITE.

      *=== NOTA NO FORMATO DO FATURAS_LOTE.TXT: CABECALHO, LINHAS
      *=== DISCRIMINADAS E O SALDO QUE FICOU
       0240-IMPRIMIR-NOTA    SECTION.
           MOVE SPACES TO WRK-REG-NOTA.
           STRING "NOTA DE CREDITO " DELIMITED BY SIZE
                  WRK-PROX-NOTA      DELIMITED BY SIZE
                  " DE "             DELIMITED BY SIZE
                  WRK-DATA-HOJE      DELIMITED BY SIZE
                  INTO WRK-REG-NOTA
           END-STRING.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

           MOVE SPACES TO WRK-REG-NOTA.
           STRING "CLIENTE "  DELIMITED BY SIZE
                  FAT-CLIENTE DELIMITED BY SIZE
                  INTO WRK-REG-NOTA
           END-STRING.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

           MOVE FAT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REG-NOTA.
           STRING "  FATURA "   DELIMITED BY SIZE
                  FAT-NUMERO    DELIMITED BY SIZE
                  " EMITIDA EM " DELIMITED BY SIZE
                  FAT-EMISSAO   DELIMITED BY SIZE
                  " - "         DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  INTO WRK-REG-NOTA
           END-STRING.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

           MOVE SPACES TO WRK-REG-NOTA.
           STRING "  MOTIVO "       DELIMITED BY SIZE
                  WRK-MOTIVO-COD    DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  WRK-MOTIVO-TEXTO  DELIMITED BY SIZE
                  INTO WRK-REG-NOTA
           END-STRING.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

           MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REG-NOTA.
           IF NOTA-CANCELAMENTO
               STRING "  FATURA CANCELADA - CREDITO " DELIMITED BY SIZE
                      WRK-VALOR-ED                    DELIMITED BY SIZE
                      INTO WRK-REG-NOTA
               END-STRING
           ELSE
               STRING "  CREDITO " DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-REG-NOTA
               END-STRING
           END-IF.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

           MOVE FAT-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REG-NOTA.
           STRING "  SALDO DA FATURA " DELIMITED BY SIZE
                  WRK-SALDO-ED         DELIMITED BY SIZE
                  INTO WRK-REG-NOTA
           END-STRING.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

           MOVE SPACES TO WRK-REG-NOTA.
           STRING "  OPERADOR "    DELIMITED BY SIZE
                  WRK-JRN-OPERADOR DELIMITED BY SIZE
                  INTO WRK-REG-NOTA
           END-STRING.
           MOVE WRK-REG-NOTA TO REG-NOTA.
           WRITE REG-NOTA.

      *=== JORNAL (COM O NUMERO DA NOTA NO MOTIVO) E, PARA FATURA JA
      *=== REGISTRADA NO BANCO, A INSTRUCAO PARA A PROXIMA REMESSA
       0250-ANOTAR-NOTA      SECTION.
           MOVE SPACES TO WRK-MOTIVO-JORNAL.
           STRING "NC "            DELIMITED BY SIZE
                  WRK-PROX-NOTA    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-MOTIVO-TEXTO DELIMITED BY SIZE
                  INTO WRK-MOTIVO-JORNAL
           END-STRING.
           MOVE "NOTACRED"        TO WRK-JRN-OPERACAO.
           MOVE ZEROS             TO WRK-JRN-SEQ.
           MOVE WRK-DATA-HOJE     TO WRK-JRN-DATA-MOV.
           MOVE WRK-VALOR-NOTA    TO WRK-JRN-VALOR.
           MOVE WRK-MOTIVO-COD    TO WRK-JRN-MOTIVO-COD.
           MOVE WRK-MOTIVO-JORNAL TO WRK-JRN-MOTIVO.
           PERFORM 9200-GRAVAR-JORNAL.

           IF WRK-DATA-REMESSA GREATER ZEROS
              AND FAT-EMISSAO NOT GREATER WRK-DATA-REMESSA
               PERFORM 0260-GRAVAR-INSTRUCAO
           END-IF.

           ADD 1 TO WRK-QTD-NOTAS.
           ADD WRK-VALOR-NOTA TO WRK-TOTAL-NOTAS.
           IF NOTA-CANCELAMENTO
               ADD 1 TO WRK-QTD-CANCELADAS
           END-IF.
           MOVE FAT-SALDO TO WRK-SALDO-ED.
           DISPLAY "NOTA DE CREDITO " WRK-PROX-NOTA " EMITIDA - SALDO "
                   WRK-SALDO-ED " STATUS " FAT-STATUS.
           ADD 1 TO WRK-PROX-NOTA.

      *=== INSTRUCAO AO BANCO: PEDIDO DE BAIXA DO TITULO CANCELADO OU
      *=== ABATIMENTO DO VALOR CREDITADO (1A EXECUCAO CRIA A FILA)
       0260-GRAVAR-INSTRUCAO SECTION.
           OPEN EXTEND INSTRUCAO.
           IF FS-INSTRUCAO EQUAL 35
               OPEN OUTPUT INSTRUCAO
           END-IF.
           IF FS-INSTRUCAO NOT EQUAL 00
               DISPLAY "AVISO: INSTRUCAO_BANCO.TXT NAO FOI ABERTO - FS "
                       FS-INSTRUCAO " - AVISAR O BANCO DA FATURA "
                       FAT-NUMERO
           ELSE
               MOVE FAT-NUMERO       TO INS-NUMERO
               IF NOTA-CANCELAMENTO
                   MOVE "02"         TO INS-CODIGO
               ELSE
                   MOVE "04"         TO INS-CODIGO
               END-IF
               MOVE WRK-VALOR-NOTA   TO INS-VALOR
               MOVE WRK-DATA-HOJE    TO INS-DATA
               MOVE WRK-PROX-NOTA    TO INS-NOTA
               MOVE WRK-JRN-OPERADOR TO INS-OPERADOR
               WRITE REG-INSTRUCAO
               CLOSE INSTRUCAO
               ADD 1 TO WRK-QTD-INSTRUCOES
               DISPLAY "FATURA JA ESTA NO BANCO - INSTRUCAO "
                       INS-CODIGO " VAI NA PROXIMA REMESSA"
           END-IF.

      *=== AS FATURAS JA FORAM REGRAVADAS PELA CHAVE, UMA A UMA
       0300-FINALIZAR        SECTION.
           CLOSE RECEBER
                 NOTAS.

      *=== GUARDA O PROXIMO NUMERO DE NOTA PARA A SESSAO SEGUINTE
           IF WRK-QTD-NOTAS GREATER ZEROS
               OPEN OUTPUT NOTANUMCTL
               MOVE WRK-PROX-NOTA TO REG-NOTANUM
               WRITE REG-NOTANUM
               CLOSE NOTANUMCTL
           END-IF.

           MOVE WRK-TOTAL-NOTAS TO WRK-VALOR-ED.
           DISPLAY "NOTAS NA SESSAO........ " WRK-QTD-NOTAS.
           DISPLAY "  FATURAS CANCELADAS... " WRK-QTD-CANCELADAS.
           DISPLAY "  INSTRUCOES AO BANCO.. " WRK-QTD-INSTRUCOES.
           DISPLAY "TOTAL CREDITADO........ " WRK-VALOR-ED.
           DISPLAY "FIM DE PROGRAMA".

       COPY "FATJRPR.cpy".
       COPY "FATFCPR.cpy".
