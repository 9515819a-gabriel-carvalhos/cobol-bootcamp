       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCONC.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONCILIACAO BANCARIA DIARIA DO CONTAS A RECEBER: O
      *==            PROGRAMA13 CONFIA NO RETORNO DO BANCO E O
      *==            PROGRAMA12 NO QUE O BALCAO DIGITA, E O FINANCEIRO
      *==            CONFERIA NA MAO, COM O EXTRATO IMPRESSO. AQUI OS
      *==            CREDITOS DO DIA NO EXTRATO DA CONTA DE COBRANCA
      *==            (EXTRATO_BANCO.TXT, COPYBOOK FATEXT) SAO CASADOS
      *==            PELA DATA E PELO VALOR COM OS PAGAMENTOS LANCADOS
      *==            NO DIA EM FAT_PAGAMENTOS.DAT (BALCAO E RETORNO),
      *==            NOS DOIS SENTIDOS: O RELATORIO
      *==            CONCILIACAO_AAAAMMDD.TXT LISTA O CREDITO SEM
      *==            LANCAMENTO, O LANCAMENTO SEM CREDITO E AS
      *==            DIFERENCAS DE VALOR, E TOTALIZA O DIA
      *==  DATA: 11/06/2025
      *==  OBSERVACOES: O CASAMENTO E FEITO EM 3 PASSADAS: VALOR E
      *==               REFERENCIA IGUAIS (DOCUMENTO DO EXTRATO = NOSSO
      *==               NUMERO OU NUMERO DA FATURA), DEPOIS SO VALOR
      *==               IGUAL E, NO QUE SOBRAR, SO A REFERENCIA, QUE
      *==               VIRA DIFERENCA DE VALOR. O CREDITO DE CLIENTE
      *==               ABATIDO NA EMISSAO NAO E DINHEIRO NA CONTA E O
      *==               PAGAMENTO ESTORNADO NAO CONTA. SO CONSULTA, NADA
      *==               E ALTERADO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== EXTRATO DA CONTA DE COBRANCA MANDADO PELO BANCO
           SELECT EXTRATO ASSIGN
           TO "dados\EXTRATO_BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

      *=== LINHAS DE PAGAMENTO DE CADA FATURA (SO CONSULTA)
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== LIVRO DE CONTAS A RECEBER (SO CONSULTA: CLIENTE E NOSSO
      *=== NUMERO DA FATURA DO PAGAMENTO)
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== RELATORIO DO DIA (NOME COM A DATA, MONTADO NA HORA)
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  EXTRATO.
           COPY "FATEXT.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-EXTRATO           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE SPACES.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIA-JULIANO      PIC 9(007) VALUE ZEROS.
       77  WRK-DATA-PADRAO      PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-DIGITADA    PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-OK          PIC X(001) VALUE "N".
           88  DATA-OK                     VALUE "S".

      *=== DIA CONCILIADO E A DATA EDITADA DD/MM/AAAA
       01  WRK-DATA-CONC        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CONC-R REDEFINES WRK-DATA-CONC.
           05  WRK-CNC-ANO      PIC 9(004).
           05  WRK-CNC-MES      PIC 9(002).
           05  WRK-CNC-DIA      PIC 9(002).
       77  WRK-DATA-ED          PIC X(010) VALUE SPACES.

      *=== CREDITOS DO DIA NO EXTRATO; SITUACAO "N"-SEM PAR /
      *=== "S"-CONCILIADO / "D"-CASADO PELA REFERENCIA COM DIFERENCA
       01  WRK-TAB-EXTRATO.
           05  WRK-EXT-ITEM     OCCURS 2000 TIMES.
               10  WRK-EXT-VALOR        PIC 9(008)V99.
               10  WRK-EXT-DOC          PIC X(015).
               10  WRK-EXT-DOC-R REDEFINES WRK-EXT-DOC
                                        PIC 9(015).
               10  WRK-EXT-HISTORICO    PIC X(030).
               10  WRK-EXT-SITUACAO     PIC X(001).
       77  WRK-QTD-EXT          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-EXT          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-ACH          PIC 9(004) VALUE ZEROS.

      *=== PAGAMENTOS LANCADOS NO DIA, COM O CREDITO QUE CASOU COM
      *=== DIFERENCA (MESMAS SITUACOES DO EXTRATO)
       01  WRK-TAB-LANCAMENTOS.
           05  WRK-LAN-ITEM     OCCURS 2000 TIMES.
               10  WRK-LAN-NUMERO       PIC 9(006).
               10  WRK-LAN-SEQ          PIC 9(003).
               10  WRK-LAN-ORIGEM       PIC X(001).
               10  WRK-LAN-VALOR        PIC 9(008)V99.
               10  WRK-LAN-NOSSO        PIC 9(011).
               10  WRK-LAN-CLIENTE      PIC X(030).
               10  WRK-LAN-SITUACAO     PIC X(001).
               10  WRK-LAN-PAR          PIC 9(004).
       77  WRK-QTD-LAN          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-LAN          PIC 9(004) VALUE ZEROS.

      *=== PASSADA DO CASAMENTO: 1-VALOR E REFERENCIA / 2-VALOR /
      *=== 3-REFERENCIA
       77  WRK-PASSO            PIC 9(001) VALUE ZEROS.
       77  WRK-MESMA-REF        PIC X(001) VALUE "N".
           88  MESMA-REFERENCIA            VALUE "S".

      *=== TOTAIS DO DIA
       77  WRK-QTD-DEBITOS      PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-OUTROS-DIAS  PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-ESTORNADOS   PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EXTRATO    PIC 9(012)V99 VALUE ZEROS.
       77  WRK-TOTAL-LANCADO    PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-BALCAO       PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-BALCAO     PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-BANCO        PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-BANCO      PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-CONCILIADOS  PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-CONCILIADO PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-SEM-LANC     PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-SEM-LANC   PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-SEM-CREDITO  PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CREDITO PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-DIFERENCAS   PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-DIFERENCAS PIC S9(012)V99 VALUE ZEROS.
       77  WRK-DIFERENCA        PIC S9(012)V99 VALUE ZEROS.
       77  WRK-DIFERENCA-DIA    PIC S9(012)V99 VALUE ZEROS.

      *=== LINHA DO RELATORIO E OS CAMPOS EDITADOS
       77  WRK-LINHA-REL        PIC X(080) VALUE SPACES.
       77  WRK-MOSTRAR          PIC X(001) VALUE "N".
           88  MOSTRAR-LINHA               VALUE "S".
       77  WRK-ORIGEM-ED        PIC X(006) VALUE SPACES.
       77  WRK-ITEM-ED          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ITEM-ED-2        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIF-ED           PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-DIF-ED     PIC -.---.---.---.--9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-ESCOLHER-DATA.
           IF DATA-OK
               PERFORM 0200-CARREGAR-EXTRATO
               PERFORM 0210-CARREGAR-LANCAMENTOS
               PERFORM 0250-CASAR
               PERFORM 0260-TOTALIZAR
               PERFORM 0270-EMITIR-RELATORIO
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *=== SEM FAT_PAGAMENTOS.DAT OU SEM O LIVRO AINDA NAO HOUVE
      *=== LANCAMENTO: TODO CREDITO DO EXTRATO FICA SEM PAR
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS NOT EQUAL 00
              AND FS-PAGAMENTOS NOT EQUAL 35
               DISPLAY "FAT_PAGAMENTOS.DAT NAO FOI ABERTO - FS "
                       FS-PAGAMENTOS
               STOP RUN
           END-IF.

           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
              AND FS-RECEBER NOT EQUAL 35
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               IF FS-PAGAMENTOS NOT EQUAL 35
                   CLOSE PAGAMENTOS
               END-IF
               STOP RUN
           END-IF.

      *=== DIA A CONCILIAR (0 = ONTEM, O EXTRATO CHEGA NA MANHA
      *=== SEGUINTE); DIA FUTURO NAO TEM EXTRATO
       0150-ESCOLHER-DATA    SECTION.
           MOVE "N" TO WRK-DATA-OK.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1.
           COMPUTE WRK-DATA-PADRAO =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

           DISPLAY "DATA DO EXTRATO AAAAMMDD (0 = " WRK-DATA-PADRAO
                   "): ".
           ACCEPT WRK-DATA-DIGITADA.
           IF WRK-DATA-DIGITADA EQUAL ZEROS
               MOVE WRK-DATA-PADRAO TO WRK-DATA-CONC
           ELSE
               MOVE WRK-DATA-DIGITADA TO WRK-DATA-CONC
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-CONC) NOT EQUAL 0
               DISPLAY "DATA INVALIDA"
           ELSE
           IF WRK-DATA-CONC GREATER WRK-DATA-HOJE
               DISPLAY "O DIA " WRK-DATA-CONC " AINDA NAO CHEGOU"
           ELSE
               MOVE SPACES TO WRK-DATA-ED
               STRING WRK-CNC-DIA DELIMITED BY SIZE
                      "/"         DELIMITED BY SIZE
                      WRK-CNC-MES DELIMITED BY SIZE
                      "/"         DELIMITED BY SIZE
                      WRK-CNC-ANO DELIMITED BY SIZE
                      INTO WRK-DATA-ED
               END-STRING
               MOVE "S" TO WRK-DATA-OK
           END-IF
           END-IF.

      *=== CREDITOS DO DIA NO EXTRATO (OS DEBITOS E OS OUTROS DIAS SO
      *=== SAO CONTADOS)
       0200-CARREGAR-EXTRATO SECTION.
           MOVE ZEROS TO WRK-QTD-EXT.
           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
               DISPLAY "EXTRATO_BANCO.TXT NAO FOI ABERTO - FS "
                       FS-EXTRATO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           READ EXTRATO.
           PERFORM UNTIL FS-EXTRATO NOT EQUAL 00
               IF EXTRATO-LANCAMENTO
                   IF EXT-DATA NOT EQUAL WRK-DATA-CONC
                       ADD 1 TO WRK-QTD-OUTROS-DIAS
                   ELSE
                   IF EXTRATO-CREDITO
                      AND EXT-VALOR NUMERIC
                       PERFORM 0205-GUARDAR-CREDITO
                   ELSE
                       ADD 1 TO WRK-QTD-DEBITOS
                   END-IF
                   END-IF
               END-IF
               READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.
           IF WRK-QTD-OUTROS-DIAS GREATER ZEROS
               DISPLAY WRK-QTD-OUTROS-DIAS " LINHA(S) DE OUTROS DIAS "
                       "NO EXTRATO - DESCONSIDERADAS"
           END-IF.
           IF WRK-QTD-EXT EQUAL ZEROS
               DISPLAY "AVISO: NENHUM CREDITO DE " WRK-DATA-ED
                       " NO EXTRATO"
           END-IF.

      *=== UM CREDITO DO EXTRATO NA TABELA; TABELA CHEIA NAO DEIXA
      *=== CONCILIAR PELA METADE
       0205-GUARDAR-CREDITO  SECTION.
           IF WRK-QTD-EXT EQUAL 2000
               DISPLAY "MAIS DE 2000 CREDITOS NO DIA - CONCILIACAO "
                       "NAO FEITA"
               CLOSE EXTRATO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-EXT.
           MOVE EXT-VALOR     TO WRK-EXT-VALOR(WRK-QTD-EXT).
           MOVE EXT-DOCUMENTO TO WRK-EXT-DOC(WRK-QTD-EXT).
           MOVE EXT-HISTORICO TO WRK-EXT-HISTORICO(WRK-QTD-EXT).
           MOVE "N"           TO WRK-EXT-SITUACAO(WRK-QTD-EXT).

      *=== PAGAMENTOS DO DIA QUE ENTRAM NA CONTA: BALCAO E RETORNO DO
      *=== BANCO, SEM O CREDITO ABATIDO E SEM OS ESTORNADOS
       0210-CARREGAR-LANCAMENTOS SECTION.
           MOVE ZEROS TO WRK-QTD-LAN.
           IF FS-PAGAMENTOS EQUAL 00
               MOVE ZEROS TO PGT-NUMERO
               MOVE ZEROS TO PGT-SEQ
               START PAGAMENTOS KEY IS NOT LESS THAN PGT-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF FS-PAGAMENTOS EQUAL 00
                   READ PAGAMENTOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                   IF PGT-DATA EQUAL WRK-DATA-CONC
                      AND NOT PAGAMENTO-CREDITO
                       IF PAGAMENTO-ESTORNADO
                           ADD 1 TO WRK-QTD-ESTORNADOS
                       ELSE
                           PERFORM 0215-GUARDAR-LANCAMENTO
                       END-IF
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
               END-PERFORM
           END-IF.

      *=== UM PAGAMENTO NA TABELA, COM O CLIENTE E O NOSSO NUMERO DA
      *=== FATURA DELE
       0215-GUARDAR-LANCAMENTO SECTION.
           IF WRK-QTD-LAN EQUAL 2000
               DISPLAY "MAIS DE 2000 PAGAMENTOS NO DIA - CONCILIACAO "
                       "NAO FEITA"
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-LAN.
           MOVE PGT-NUMERO TO WRK-LAN-NUMERO(WRK-QTD-LAN).
           MOVE PGT-SEQ    TO WRK-LAN-SEQ(WRK-QTD-LAN).
           MOVE PGT-ORIGEM TO WRK-LAN-ORIGEM(WRK-QTD-LAN).
           MOVE PGT-VALOR  TO WRK-LAN-VALOR(WRK-QTD-LAN).
           MOVE ZEROS      TO WRK-LAN-NOSSO(WRK-QTD-LAN).
           MOVE SPACES     TO WRK-LAN-CLIENTE(WRK-QTD-LAN).
           MOVE "N"        TO WRK-LAN-SITUACAO(WRK-QTD-LAN).
           MOVE ZEROS      TO WRK-LAN-PAR(WRK-QTD-LAN).
           IF FS-RECEBER NOT EQUAL 35
               MOVE PGT-NUMERO TO FAT-NUMERO
               READ RECEBER
                   KEY IS FAT-NUMERO
                   INVALID KEY
                       MOVE "FATURA NAO ENCONTRADA"
                         TO WRK-LAN-CLIENTE(WRK-QTD-LAN)
                   NOT INVALID KEY
                       MOVE FAT-NOSSO-NUMERO
                         TO WRK-LAN-NOSSO(WRK-QTD-LAN)
                       MOVE FAT-CLIENTE
                         TO WRK-LAN-CLIENTE(WRK-QTD-LAN)
               END-READ
           END-IF.

      *=== AS 3 PASSADAS DO CASAMENTO, CADA UMA SO COM O QUE AINDA
      *=== ESTA SEM PAR
       0250-CASAR            SECTION.
           PERFORM VARYING WRK-PASSO FROM 1 BY 1
                     UNTIL WRK-PASSO GREATER 3
               PERFORM VARYING WRK-IND-LAN FROM 1 BY 1
                         UNTIL WRK-IND-LAN GREATER WRK-QTD-LAN
                   IF WRK-LAN-SITUACAO(WRK-IND-LAN) EQUAL "N"
                       PERFORM 0255-PROCURAR-CREDITO
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=== 1O CREDITO SEM PAR QUE SERVE AO LANCAMENTO NA PASSADA
      *=== CORRENTE; NA 3A PASSADA O PAR FICA COMO DIFERENCA DE VALOR
       0255-PROCURAR-CREDITO SECTION.
           MOVE ZEROS TO WRK-IND-ACH.
           PERFORM VARYING WRK-IND-EXT FROM 1 BY 1
                     UNTIL WRK-IND-EXT GREATER WRK-QTD-EXT
                        OR WRK-IND-ACH GREATER ZEROS
               IF WRK-EXT-SITUACAO(WRK-IND-EXT) EQUAL "N"
                   PERFORM 0257-CONFERIR-REFERENCIA
                   EVALUATE WRK-PASSO
                       WHEN 1
                           IF MESMA-REFERENCIA
                              AND WRK-EXT-VALOR(WRK-IND-EXT) EQUAL
                                  WRK-LAN-VALOR(WRK-IND-LAN)
                               MOVE WRK-IND-EXT TO WRK-IND-ACH
                           END-IF
                       WHEN 2
                           IF WRK-EXT-VALOR(WRK-IND-EXT) EQUAL
                              WRK-LAN-VALOR(WRK-IND-LAN)
                               MOVE WRK-IND-EXT TO WRK-IND-ACH
                           END-IF
                       WHEN OTHER
                           IF MESMA-REFERENCIA
                               MOVE WRK-IND-EXT TO WRK-IND-ACH
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WRK-IND-ACH GREATER ZEROS
               IF WRK-PASSO EQUAL 3
                   MOVE "D" TO WRK-EXT-SITUACAO(WRK-IND-ACH)
                   MOVE "D" TO WRK-LAN-SITUACAO(WRK-IND-LAN)
                   MOVE WRK-IND-ACH TO WRK-LAN-PAR(WRK-IND-LAN)
               ELSE
                   MOVE "S" TO WRK-EXT-SITUACAO(WRK-IND-ACH)
                   MOVE "S" TO WRK-LAN-SITUACAO(WRK-IND-LAN)
               END-IF
           END-IF.

      *=== O DOCUMENTO DO CREDITO E O NOSSO NUMERO OU O NUMERO DA
      *=== FATURA DO LANCAMENTO?
       0257-CONFERIR-REFERENCIA SECTION.
           MOVE "N" TO WRK-MESMA-REF.
           IF WRK-EXT-DOC(WRK-IND-EXT) NUMERIC
              AND WRK-EXT-DOC-R(WRK-IND-EXT) GREATER ZEROS
               IF WRK-EXT-DOC-R(WRK-IND-EXT) EQUAL
                  WRK-LAN-NUMERO(WRK-IND-LAN)
                   MOVE "S" TO WRK-MESMA-REF
               ELSE
               IF WRK-LAN-NOSSO(WRK-IND-LAN) GREATER ZEROS
                  AND WRK-EXT-DOC-R(WRK-IND-EXT) EQUAL
                      WRK-LAN-NOSSO(WRK-IND-LAN)
                   MOVE "S" TO WRK-MESMA-REF
               END-IF
               END-IF
           END-IF.

      *=== TOTAIS DOS DOIS LADOS E DE CADA SITUACAO
       0260-TOTALIZAR        SECTION.
           PERFORM VARYING WRK-IND-EXT FROM 1 BY 1
                     UNTIL WRK-IND-EXT GREATER WRK-QTD-EXT
               ADD WRK-EXT-VALOR(WRK-IND-EXT) TO WRK-TOTAL-EXTRATO
               IF WRK-EXT-SITUACAO(WRK-IND-EXT) EQUAL "N"
                   ADD 1 TO WRK-QTD-SEM-LANC
                   ADD WRK-EXT-VALOR(WRK-IND-EXT) TO WRK-TOTAL-SEM-LANC
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IND-LAN FROM 1 BY 1
                     UNTIL WRK-IND-LAN GREATER WRK-QTD-LAN
               ADD WRK-LAN-VALOR(WRK-IND-LAN) TO WRK-TOTAL-LANCADO
               IF WRK-LAN-ORIGEM(WRK-IND-LAN) EQUAL "R"
                   ADD 1 TO WRK-QTD-BANCO
                   ADD WRK-LAN-VALOR(WRK-IND-LAN) TO WRK-TOTAL-BANCO
               ELSE
                   ADD 1 TO WRK-QTD-BALCAO
                   ADD WRK-LAN-VALOR(WRK-IND-LAN) TO WRK-TOTAL-BALCAO
               END-IF
               EVALUATE WRK-LAN-SITUACAO(WRK-IND-LAN)
                   WHEN "S"
                       ADD 1 TO WRK-QTD-CONCILIADOS
                       ADD WRK-LAN-VALOR(WRK-IND-LAN)
                         TO WRK-TOTAL-CONCILIADO
                   WHEN "D"
                       ADD 1 TO WRK-QTD-DIFERENCAS
                       MOVE WRK-LAN-PAR(WRK-IND-LAN) TO WRK-IND-EXT
                       COMPUTE WRK-TOTAL-DIFERENCAS =
                           WRK-TOTAL-DIFERENCAS
                         + WRK-EXT-VALOR(WRK-IND-EXT)
                         - WRK-LAN-VALOR(WRK-IND-LAN)
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-SEM-CREDITO
                       ADD WRK-LAN-VALOR(WRK-IND-LAN)
                         TO WRK-TOTAL-SEM-CREDITO
               END-EVALUATE
           END-PERFORM.

           COMPUTE WRK-DIFERENCA-DIA =
               WRK-TOTAL-EXTRATO - WRK-TOTAL-LANCADO.

      *=== RELATORIO DO DIA: AS 3 LISTAS DE PENDENCIAS E OS TOTAIS
      *=== (OS TOTAIS SAEM TAMBEM NA TELA)
       0270-EMITIR-RELATORIO SECTION.
           MOVE SPACES TO WRK-PATH-RELATORIO.
           STRING "dados\CONCILIACAO_" DELIMITED BY SIZE
                  WRK-DATA-CONC         DELIMITED BY SIZE
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

           MOVE "N" TO WRK-MOSTRAR.
           STRING "CONCILIACAO BANCARIA - EXTRATO DE " DELIMITED BY SIZE
                  WRK-DATA-ED                         DELIMITED BY SIZE
                  " - EMITIDA EM "                    DELIMITED BY SIZE
                  WRK-DATA-HOJE                       DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "CREDITOS DO EXTRATO SEM LANCAMENTO NO CONTAS A RECEBER"
             TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-EXT FROM 1 BY 1
                     UNTIL WRK-IND-EXT GREATER WRK-QTD-EXT
               IF WRK-EXT-SITUACAO(WRK-IND-EXT) EQUAL "N"
                   MOVE WRK-EXT-VALOR(WRK-IND-EXT) TO WRK-ITEM-ED
                   STRING "  DOC "         DELIMITED BY SIZE
                          WRK-EXT-DOC(WRK-IND-EXT) DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WRK-ITEM-ED      DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WRK-EXT-HISTORICO(WRK-IND-EXT)
                                           DELIMITED BY SIZE
                          INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0290-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTD-SEM-LANC EQUAL ZEROS
               MOVE "  NENHUM" TO WRK-LINHA-REL
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "LANCAMENTOS SEM CREDITO NO EXTRATO" TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-LAN FROM 1 BY 1
                     UNTIL WRK-IND-LAN GREATER WRK-QTD-LAN
               IF WRK-LAN-SITUACAO(WRK-IND-LAN) EQUAL "N"
                   PERFORM 0275-EDITAR-ORIGEM
                   MOVE WRK-LAN-VALOR(WRK-IND-LAN) TO WRK-ITEM-ED
                   STRING "  FATURA "      DELIMITED BY SIZE
                          WRK-LAN-NUMERO(WRK-IND-LAN) DELIMITED BY SIZE
                          "/"              DELIMITED BY SIZE
                          WRK-LAN-SEQ(WRK-IND-LAN) DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WRK-ORIGEM-ED    DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WRK-LAN-CLIENTE(WRK-IND-LAN)
                                           DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WRK-ITEM-ED      DELIMITED BY SIZE
                          INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0290-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTD-SEM-CREDITO EQUAL ZEROS
               MOVE "  NENHUM" TO WRK-LINHA-REL
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "DIFERENCAS DE VALOR (LANCADO X EXTRATO)"
             TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-LAN FROM 1 BY 1
                     UNTIL WRK-IND-LAN GREATER WRK-QTD-LAN
               IF WRK-LAN-SITUACAO(WRK-IND-LAN) EQUAL "D"
                   MOVE WRK-LAN-PAR(WRK-IND-LAN) TO WRK-IND-EXT
                   MOVE WRK-LAN-VALOR(WRK-IND-LAN) TO WRK-ITEM-ED
                   MOVE WRK-EXT-VALOR(WRK-IND-EXT) TO WRK-ITEM-ED-2
                   COMPUTE WRK-DIFERENCA = WRK-EXT-VALOR(WRK-IND-EXT)
                                         - WRK-LAN-VALOR(WRK-IND-LAN)
                   MOVE WRK-DIFERENCA TO WRK-DIF-ED
                   STRING "  FATURA "      DELIMITED BY SIZE
                          WRK-LAN-NUMERO(WRK-IND-LAN) DELIMITED BY SIZE
                          "/"              DELIMITED BY SIZE
                          WRK-LAN-SEQ(WRK-IND-LAN) DELIMITED BY SIZE
                          " LANC. "        DELIMITED BY SIZE
                          WRK-ITEM-ED      DELIMITED BY SIZE
                          " EXTR. "        DELIMITED BY SIZE
                          WRK-ITEM-ED-2    DELIMITED BY SIZE
                          " DIF. "         DELIMITED BY SIZE
                          WRK-DIF-ED       DELIMITED BY SIZE
                          INTO WRK-LINHA-REL
                   END-STRING
                   PERFORM 0290-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTD-DIFERENCAS EQUAL ZEROS
               MOVE "  NENHUMA" TO WRK-LINHA-REL
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "S" TO WRK-MOSTRAR.
           STRING "TOTAIS DO DIA " DELIMITED BY SIZE
                  WRK-DATA-ED      DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-EXTRATO TO WRK-VALOR-ED.
           STRING "  CREDITOS NO EXTRATO...... " DELIMITED BY SIZE
                  WRK-QTD-EXT  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-LANCADO TO WRK-VALOR-ED.
           STRING "  PAGAMENTOS LANCADOS...... " DELIMITED BY SIZE
                  WRK-QTD-LAN  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-BALCAO TO WRK-VALOR-ED.
           STRING "    NO BALCAO.............. " DELIMITED BY SIZE
                  WRK-QTD-BALCAO DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-BANCO TO WRK-VALOR-ED.
           STRING "    NO RETORNO DO BANCO.... " DELIMITED BY SIZE
                  WRK-QTD-BANCO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-CONCILIADO TO WRK-VALOR-ED.
           STRING "  CONCILIADOS.............. " DELIMITED BY SIZE
                  WRK-QTD-CONCILIADOS DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-SEM-LANC TO WRK-VALOR-ED.
           STRING "  CREDITOS SEM LANCAMENTO.. " DELIMITED BY SIZE
                  WRK-QTD-SEM-LANC DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-SEM-CREDITO TO WRK-VALOR-ED.
           STRING "  LANCAMENTOS SEM CREDITO.. " DELIMITED BY SIZE
                  WRK-QTD-SEM-CREDITO DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-TOTAL-DIFERENCAS TO WRK-TOTAL-DIF-ED.
           STRING "  DIFERENCAS DE VALOR...... " DELIMITED BY SIZE
                  WRK-QTD-DIFERENCAS DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-TOTAL-DIF-ED   DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-DIFERENCA-DIA TO WRK-TOTAL-DIF-ED.
           STRING "  EXTRATO - LANCADO........        "
                                     DELIMITED BY SIZE
                  WRK-TOTAL-DIF-ED   DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-QTD-DEBITOS GREATER ZEROS
               STRING "  DEBITOS NO EXTRATO (FORA) " DELIMITED BY SIZE
                      WRK-QTD-DEBITOS    DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-ESTORNADOS GREATER ZEROS
               STRING "  ESTORNADOS (FORA)........ " DELIMITED BY SIZE
                      WRK-QTD-ESTORNADOS DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-SEM-LANC EQUAL ZEROS
              AND WRK-QTD-SEM-CREDITO EQUAL ZEROS
              AND WRK-QTD-DIFERENCAS EQUAL ZEROS
               MOVE "DIA CONCILIADO" TO WRK-LINHA-REL
           ELSE
               MOVE "DIA COM PENDENCIAS - VER O RELATORIO"
                 TO WRK-LINHA-REL
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

           CLOSE RELATORIO.
           DISPLAY "GRAVADO EM " WRK-PATH-RELATORIO.

      *=== ORIGEM DO PAGAMENTO POR EXTENSO
       0275-EDITAR-ORIGEM    SECTION.
           IF WRK-LAN-ORIGEM(WRK-IND-LAN) EQUAL "R"
               MOVE "BANCO"  TO WRK-ORIGEM-ED
           ELSE
               MOVE "BALCAO" TO WRK-ORIGEM-ED
           END-IF.

      *=== GRAVA A LINHA MONTADA (E MOSTRA, NOS TOTAIS) E LIMPA PARA A
      *=== SEGUINTE
       0290-GRAVAR-LINHA     SECTION.
           MOVE WRK-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF MOSTRAR-LINHA
               DISPLAY WRK-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR        SECTION.
           IF FS-PAGAMENTOS NOT EQUAL 35
               CLOSE PAGAMENTOS
           END-IF.
           IF FS-RECEBER NOT EQUAL 35
               CLOSE RECEBER
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
