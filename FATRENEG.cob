       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATRENEG.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: RENEGOCIACAO EM PARCELAS DE FATURAS VENCIDAS DO
      *==            CONTAS A RECEBER: O CLIENTE COM ATRASO NO AGING
      *==            DO PROGRAMA12 PEDE PARA PARCELAR A DIVIDA E O
      *==            ACORDO FICAVA SO NUM E-MAIL. NO MODO 1 O OPERADOR
      *==            ESCOLHE AS FATURAS VENCIDAS DO CLIENTE, O PROGRAMA
      *==            SOMA OS SALDOS COM OS ENCARGOS ATE HOJE (MESMA
      *==            REGRA DA BAIXA DO PROGRAMA12, COPYBOOK FATENCPR) E
      *==            DIVIDE O TOTAL EM N PARCELAS MENSAIS, COM O
      *==            VENCIMENTO LEVADO PARA DIA UTIL COMO NO PROG020; AS
      *==            FATURAS ORIGINAIS FICAM "R"-RENEGOCIADAS E AS
      *==            PARCELAS VIRAM FATURAS NOVAS EM CONTAS_RECEBER.DAT,
      *==            LIGADAS A ELAS PELO ACORDO (ACORDOS.DAT). O MODO 2
      *==            LISTA CADA ACORDO COM A SITUACAO DAS PARCELAS E
      *==            APONTA O ACORDO ROMPIDO (PARCELA COM 30 DIAS OU
      *==            MAIS DE ATRASO)
      *==  DATA: 21/05/2025
      *==  OBSERVACOES: O NUMERO DAS PARCELAS VEM DO MESMO FATNUM.CTL DO
      *==               LOTE DO PROGRAMA08 (NUMERO JA USADO E PULADO) E
      *==               O DO ACORDO DO ACORDONUM.CTL; CADA LANCAMENTO
      *==               VAI PARA O JORNAL CONTAS_RECEBER.LOG. A CONTA DE
      *==               DIAS DE ATRASO DO RELATORIO E A APROXIMADA DO
      *==               AGING (ANO*365 + MES*30 + DIA)
      *==  ALTERACOES
      *==  23/05/2025 GC: PARCELA CANCELADA POR NOTA DE CREDITO
      *==               (FATNOTA) CONTA COMO RESOLVIDA NO RELATORIO DE
      *==               ACORDOS
      *==  06/06/2025 GC: PARCELA NASCE SEM RPS E SEM NFS-E (O RPS E SO
      *==               DO LOTE DO PROGRAMA08)
      *==  09/06/2025 GC: PARCELA NASCE SEM NOSSO NUMERO - RECEBE O DELA
      *==               NA REMESSA DO PROGRAMA13
      *==  18/06/2025 GC: PARCELA NASCE EM REAL, MESMO NO ACORDO DE
      *==               FATURA EM MOEDA ESTRANGEIRA: O SALDO QUE ENTRA
      *==               NO ACORDO JA ESTA EM REAL NA COTACAO DA EMISSAO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER, INDEXADO PELO NUMERO DA FATURA E
      *=== COM CHAVE ALTERNADA PELO CLIENTE
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== ACORDOS DE PARCELAMENTO, 1 REGISTRO POR ACORDO
           SELECT ACORDOS ASSIGN
           TO "dados\ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               ALTERNATE RECORD KEY IS ACD-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-ACORDOS.

      *=== PROXIMO NUMERO DE FATURA, 1 LINHA SO (O MESMO DO PROGRAMA08)
           SELECT FATNUMCTL ASSIGN
           TO "dados\FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATNUM.

      *=== PROXIMO NUMERO DE ACORDO, 1 LINHA SO
           SELECT ACDNUMCTL ASSIGN
           TO "dados\ACORDONUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACDNUM.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  ACORDOS.
           COPY "ACDREG.cpy".

       FD  FATNUMCTL.
       01  REG-FATNUM                  PIC 9(006).

       FD  ACDNUMCTL.
       01  REG-ACDNUM                  PIC 9(006).

       FD  JORNAL.
           COPY "FATJRN.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-ACORDOS           PIC 9(002) VALUE ZEROS.
       77  FS-FATNUM            PIC 9(002) VALUE ZEROS.
       77  FS-ACDNUM            PIC 9(002) VALUE ZEROS.

      *=== MODO: 1-NOVO ACORDO / 2-RELATORIO DE ACORDOS
       77  WRK-MODO             PIC X(001) VALUE "1".
           88  MODO-ACORDO                 VALUE "1".
           88  MODO-RELATORIO              VALUE "2".

      *=== CONTA DE DIAS APROXIMADA, COMO NO AGING DO PROGRAMA12
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(004).
           05  WRK-HOJE-MES     PIC 9(002).
           05  WRK-HOJE-DIA     PIC 9(002).
       01  WRK-DATA-VENC        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           05  WRK-VEN-ANO      PIC 9(004).
           05  WRK-VEN-MES      PIC 9(002).
           05  WRK-VEN-DIA      PIC 9(002).
       77  WRK-DIAS-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-VENC        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(005) VALUE ZEROS.

      *=== CLIENTE DO ACORDO (TIPO + ID, COMO EM FAT-CHAVE-CLI)
       01  WRK-CHAVE-CLI.
           05  WRK-CLI-TIPO     PIC X(001) VALUE "C".
           05  WRK-CLI-ID       PIC 9(006) VALUE ZEROS.
       77  WRK-NOME-CLIENTE     PIC X(030) VALUE SPACES.
       77  WRK-QTD-VENCIDAS     PIC 9(004) VALUE ZEROS.

      *=== FATURAS ESCOLHIDAS PARA O ACORDO, COM O SALDO E OS ENCARGOS
      *=== ATE HOJE DE CADA UMA
       01  WRK-TAB-SELECAO.
           05  WRK-SEL-ITEM     OCCURS 10 TIMES.
               10  WRK-SEL-FATURA       PIC 9(006).
               10  WRK-SEL-SALDO        PIC 9(008)V99.
               10  WRK-SEL-ENCARGOS     PIC 9(008)V99.
       77  WRK-QTD-SEL          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-SEL          PIC 9(002) VALUE ZEROS.
       77  WRK-NUM-FATURA       PIC 9(006) VALUE ZEROS.
       77  WRK-JA-ESCOLHIDA     PIC X(001) VALUE "N".
           88  JA-ESCOLHIDA                VALUE "S".
       77  WRK-TOTAL-SALDOS     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS   PIC 9(008)V99 VALUE ZEROS.
       77  WRK-TOTAL-ACORDO     PIC 9(008)V99 VALUE ZEROS.

      *=== PLANO DE PARCELAS: VENCIMENTO (JA EM DIA UTIL) E VALOR; A
      *=== ULTIMA PARCELA LEVA A DIFERENCA DOS CENTAVOS
       01  WRK-TAB-PLANO.
           05  WRK-PLN-ITEM     OCCURS 24 TIMES.
               10  WRK-PLN-VENCIMENTO   PIC 9(008).
               10  WRK-PLN-VALOR        PIC 9(008)V99.
               10  WRK-PLN-FATURA       PIC 9(006).
       77  WRK-QTD-PARCELAS     PIC 9(002) VALUE ZEROS.
       77  WRK-IND-PARC         PIC 9(002) VALUE ZEROS.
       77  WRK-VALOR-PARCELA    PIC 9(008)V99 VALUE ZEROS.
       77  WRK-SOMA-PARCELAS    PIC 9(008)V99 VALUE ZEROS.
       01  WRK-PRIMEIRO-VENC    PIC 9(008) VALUE ZEROS.
       01  WRK-PRIMEIRO-VENC-R REDEFINES WRK-PRIMEIRO-VENC.
           05  WRK-PRI-ANO      PIC 9(004).
           05  WRK-PRI-MES      PIC 9(002).
           05  WRK-PRI-DIA      PIC 9(002).
       77  WRK-MESES-A-FRENTE   PIC 9(004) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== NUMERACAO DAS PARCELAS E DO ACORDO
       77  WRK-PROX-FATURA      PIC 9(006) VALUE ZEROS.
       77  WRK-PROX-ACORDO      PIC 9(006) VALUE ZEROS.
       77  WRK-FATURA-GRAVADA   PIC X(001) VALUE "N".
           88  FATURA-GRAVADA              VALUE "S".
       77  WRK-MOTIVO-ACORDO    PIC X(040) VALUE SPACES.

      *=== RELATORIO DE ACORDOS
       77  WRK-QTD-PAGAS        PIC 9(002) VALUE ZEROS.
       77  WRK-MAIOR-ATRASO     PIC S9(005) VALUE ZEROS.
       77  WRK-SALDO-ACORDO     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-QTD-ACORDOS      PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-QUITADOS     PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-ROMPIDOS     PIC 9(004) VALUE ZEROS.
       77  WRK-SITUACAO         PIC X(010) VALUE SPACES.
       77  WRK-ATRASO-ED        PIC ----9 VALUE ZEROS.

       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ENCARGOS-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== ENCARGOS DE ATRASO (COPYBOOKS FATENCWS/FATENCPR)
       COPY "FATENCWS.cpy".

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           IF MODO-ACORDO
               PERFORM 0200-NOVO-ACORDO
           ELSE
               PERFORM 0500-RELATORIO-ACORDOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               WRK-HOJE-ANO * 365 + WRK-HOJE-MES * 30 + WRK-HOJE-DIA.

           DISPLAY "MODO (1-NOVO ACORDO / 2-RELATORIO DE ACORDOS): ".
           ACCEPT WRK-MODO.

      *=== O OPERADOR SE IDENTIFICA PARA O ACORDO E O JORNAL
           IF MODO-ACORDO
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WRK-JRN-OPERADOR
               IF WRK-JRN-OPERADOR EQUAL SPACES
                   DISPLAY "OPERADOR NAO IDENTIFICADO"
                   STOP RUN
               END-IF
           END-IF.
           MOVE "FATRENEG" TO WRK-JRN-PROGRAMA.

      *=== O RELATORIO SO LE O LIVRO; O ACORDO REGRAVA AS FATURAS
           IF MODO-ACORDO
               OPEN I-O RECEBER
           ELSE
               OPEN INPUT RECEBER
           END-IF.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               STOP RUN
           END-IF.

      *=== ACORDOS.DAT (1A EXECUCAO CRIA VAZIO); O RELATORIO REGRAVA A
      *=== SITUACAO DE CADA ACORDO
           OPEN I-O ACORDOS.
           IF FS-ACORDOS EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           IF FS-ACORDOS NOT EQUAL 00
               DISPLAY "ACORDOS.DAT NAO FOI ABERTO - FS " FS-ACORDOS
               CLOSE RECEBER
               STOP RUN
           END-IF.

      *=== MODO 1: ESCOLHA DO CLIENTE E DAS FATURAS, PLANO DE PARCELAS
      *=== E, CONFIRMADO, GRAVACAO DO ACORDO
       0200-NOVO-ACORDO      SECTION.
           DISPLAY "TIPO DO CLIENTE (C-CLIENTE / A-ALUNO): ".
           ACCEPT WRK-CLI-TIPO.
           IF WRK-CLI-TIPO EQUAL SPACES
               MOVE "C" TO WRK-CLI-TIPO
           END-IF.
           DISPLAY "ID DO CLIENTE: ".
           ACCEPT WRK-CLI-ID.

           PERFORM 0210-LISTAR-VENCIDAS.
           IF WRK-QTD-VENCIDAS EQUAL ZEROS
               DISPLAY "CLIENTE SEM FATURA VENCIDA EM ABERTO"
           ELSE
               PERFORM 0220-ESCOLHER-FATURAS
               IF WRK-QTD-SEL EQUAL ZEROS
                   DISPLAY "NENHUMA FATURA ESCOLHIDA - SEM ACORDO"
               ELSE
                   PERFORM 0230-MONTAR-PLANO
                   DISPLAY "CONFIRMA O ACORDO (S/N): "
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                       PERFORM 0240-GRAVAR-ACORDO
                   ELSE
                       DISPLAY "ACORDO CANCELADO"
                   END-IF
               END-IF
           END-IF.

      *=== FATURAS DO CLIENTE EM ABERTO OU PARCIAIS JA VENCIDAS, COM
      *=== O SALDO, OS ENCARGOS ATE HOJE E O TOTAL DE CADA UMA
       0210-LISTAR-VENCIDAS  SECTION.
           MOVE ZEROS TO WRK-QTD-VENCIDAS.
           MOVE WRK-CHAVE-CLI TO FAT-CHAVE-CLI.
           START RECEBER KEY IS EQUAL FAT-CHAVE-CLI
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.
           DISPLAY "==== FATURAS VENCIDAS DO CLIENTE ====".
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                      OR FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
               IF (FATURA-ABERTA OR FATURA-PARCIAL)
                  AND FAT-VENCIMENTO LESS WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-VENCIDAS
                   MOVE FAT-CLIENTE TO WRK-NOME-CLIENTE
                   PERFORM 0215-CALCULAR-ATRASO
                   MOVE WRK-DATA-HOJE TO WRK-ENC-DATA-FIM
                   PERFORM 9300-APURAR-ENCARGOS
                   MOVE FAT-SALDO TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ENCARGOS TO WRK-ENCARGOS-ED
                   MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED
                   DISPLAY FAT-NUMERO " VENCEU " FAT-VENCIMENTO
                           WRK-ATRASO-ED " DIAS - SALDO "
                           WRK-VALOR-ED " ENCARGOS " WRK-ENCARGOS-ED
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

      *=== DIAS DE ATRASO APROXIMADOS DA FATURA CORRENTE ATE HOJE
       0215-CALCULAR-ATRASO  SECTION.
           MOVE FAT-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-VENC =
               WRK-VEN-ANO * 365 + WRK-VEN-MES * 30 + WRK-VEN-DIA.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.

      *=== O OPERADOR DIGITA AS FATURAS DO ACORDO ATE INFORMAR ZERO;
      *=== CADA UMA PRECISA SER DO CLIENTE, ESTAR EM ABERTO E VENCIDA
       0220-ESCOLHER-FATURAS SECTION.
           MOVE ZEROS TO WRK-QTD-SEL.
           MOVE ZEROS TO WRK-TOTAL-SALDOS.
           MOVE ZEROS TO WRK-TOTAL-ENCARGOS.
           MOVE 1 TO WRK-NUM-FATURA.
           PERFORM UNTIL WRK-NUM-FATURA EQUAL ZEROS
                      OR WRK-QTD-SEL EQUAL 10
               DISPLAY "FATURA PARA O ACORDO (0 = FIM): "
               ACCEPT WRK-NUM-FATURA
               IF WRK-NUM-FATURA GREATER ZEROS
                   PERFORM 0225-INCLUIR-FATURA
               END-IF
           END-PERFORM.

      *=== VALIDA E GUARDA 1 FATURA ESCOLHIDA, COM OS ENCARGOS ATE HOJE
       0225-INCLUIR-FATURA   SECTION.
           MOVE "N" TO WRK-JA-ESCOLHIDA.
           PERFORM VARYING WRK-IND-SEL FROM 1 BY 1
                     UNTIL WRK-IND-SEL GREATER WRK-QTD-SEL
               IF WRK-SEL-FATURA(WRK-IND-SEL) EQUAL WRK-NUM-FATURA
                   MOVE "S" TO WRK-JA-ESCOLHIDA
               END-IF
           END-PERFORM.

           MOVE WRK-NUM-FATURA TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
           END-READ.
           IF FS-RECEBER NOT EQUAL 00
               CONTINUE
           ELSE
           IF JA-ESCOLHIDA
               DISPLAY "FATURA JA ESTA NO ACORDO"
           ELSE
           IF FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
               DISPLAY "FATURA E DE OUTRO CLIENTE"
           ELSE
           IF NOT FATURA-ABERTA AND NOT FATURA-PARCIAL
               DISPLAY "FATURA NAO ESTA EM ABERTO - STATUS "
                       FAT-STATUS
           ELSE
           IF FAT-VENCIMENTO NOT LESS WRK-DATA-HOJE
               DISPLAY "FATURA AINDA NAO VENCEU"
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-ENC-DATA-FIM
               PERFORM 9300-APURAR-ENCARGOS
               ADD 1 TO WRK-QTD-SEL
               MOVE FAT-NUMERO         TO WRK-SEL-FATURA(WRK-QTD-SEL)
               MOVE FAT-SALDO          TO WRK-SEL-SALDO(WRK-QTD-SEL)
               MOVE WRK-VALOR-ENCARGOS
                 TO WRK-SEL-ENCARGOS(WRK-QTD-SEL)
               ADD FAT-SALDO          TO WRK-TOTAL-SALDOS
               ADD WRK-VALOR-ENCARGOS TO WRK-TOTAL-ENCARGOS
               MOVE FAT-CLIENTE       TO WRK-NOME-CLIENTE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *=== TOTAL DO ACORDO, QUANTIDADE DE PARCELAS E 1O VENCIMENTO; AS
      *=== PARCELAS VENCEM NO MESMO DIA DOS MESES SEGUINTES (LIMITADO
      *=== AO FIM DO MES) E CADA VENCIMENTO VAI PARA O DIA UTIL
       0230-MONTAR-PLANO     SECTION.
           COMPUTE WRK-TOTAL-ACORDO =
               WRK-TOTAL-SALDOS + WRK-TOTAL-ENCARGOS.
           MOVE WRK-TOTAL-SALDOS   TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-ENCARGOS-ED.
           MOVE WRK-TOTAL-ACORDO   TO WRK-TOTAL-ED.
           DISPLAY "FATURAS NO ACORDO...... " WRK-QTD-SEL.
           DISPLAY "SALDOS................. " WRK-VALOR-ED.
           DISPLAY "ENCARGOS ATE HOJE...... " WRK-ENCARGOS-ED.
           DISPLAY "TOTAL DO ACORDO........ " WRK-TOTAL-ED.

           MOVE ZEROS TO WRK-QTD-PARCELAS.
           PERFORM UNTIL WRK-QTD-PARCELAS GREATER 1
                     AND WRK-QTD-PARCELAS NOT GREATER 24
               DISPLAY "QUANTIDADE DE PARCELAS (2 A 24): "
               ACCEPT WRK-QTD-PARCELAS
           END-PERFORM.

      *=== 1O VENCIMENTO: 0 = MESMO DIA DO MES SEGUINTE
           DISPLAY "1O VENCIMENTO AAAAMMDD (0 = DAQUI A 1 MES): ".
           ACCEPT WRK-PRIMEIRO-VENC.
           IF WRK-PRIMEIRO-VENC EQUAL ZEROS
              OR WRK-PRIMEIRO-VENC NOT GREATER WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-PRIMEIRO-VENC
               IF WRK-PRI-MES EQUAL 12
                   MOVE 01 TO WRK-PRI-MES
                   ADD 1 TO WRK-PRI-ANO
               ELSE
                   ADD 1 TO WRK-PRI-MES
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-PARCELA =
               WRK-TOTAL-ACORDO / WRK-QTD-PARCELAS.
           MOVE ZEROS TO WRK-SOMA-PARCELAS.
           DISPLAY "==== PLANO DE PARCELAS ====".
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                     UNTIL WRK-IND-PARC GREATER WRK-QTD-PARCELAS
               PERFORM 0235-VENCIMENTO-PARCELA
               IF WRK-IND-PARC EQUAL WRK-QTD-PARCELAS
                   COMPUTE WRK-PLN-VALOR(WRK-IND-PARC) =
                       WRK-TOTAL-ACORDO - WRK-SOMA-PARCELAS
               ELSE
                   MOVE WRK-VALOR-PARCELA
                     TO WRK-PLN-VALOR(WRK-IND-PARC)
               END-IF
               ADD WRK-PLN-VALOR(WRK-IND-PARC) TO WRK-SOMA-PARCELAS
               MOVE WRK-PLN-VALOR(WRK-IND-PARC) TO WRK-VALOR-ED
               DISPLAY "  PARCELA " WRK-IND-PARC " VENCE "
                       WRK-PLN-VENCIMENTO(WRK-IND-PARC) " "
                       WRK-VALOR-ED
           END-PERFORM.

      *=== VENCIMENTO DA PARCELA WRK-IND-PARC: 1O VENCIMENTO + (N - 1)
      *=== MESES, DIA LIMITADO AO TOTAL DO MES E LEVADO PARA O PROXIMO
      *=== DIA UTIL PELA CAMINHADA DO PROG020
       0235-VENCIMENTO-PARCELA SECTION.
           COMPUTE WRK-MESES-A-FRENTE =
               WRK-PRI-MES - 1 + WRK-IND-PARC - 1.
           COMPUTE WRK-ATU-ANO =
               WRK-PRI-ANO + WRK-MESES-A-FRENTE / 12.
           COMPUTE WRK-ATU-MES =
               FUNCTION MOD(WRK-MESES-A-FRENTE, 12) + 1.
           PERFORM 9330-VERIFICAR-BISSEXTO.
           MOVE DIAS-MES(WRK-ATU-MES) TO WRK-TOTAL-DIAS-MES.
           IF WRK-ATU-MES EQUAL 02 AND ANO-BISSEXTO
               MOVE 29 TO WRK-TOTAL-DIAS-MES
           END-IF.
           IF WRK-PRI-DIA GREATER WRK-TOTAL-DIAS-MES
               MOVE WRK-TOTAL-DIAS-MES TO WRK-ATU-DIA
           ELSE
               MOVE WRK-PRI-DIA TO WRK-ATU-DIA
           END-IF.
           PERFORM 9350-AJUSTAR-DIA-UTIL.
           MOVE WRK-DATA-ATUAL TO WRK-PLN-VENCIMENTO(WRK-IND-PARC).

      *=== GRAVA AS PARCELAS COMO FATURAS NOVAS, FECHA AS ORIGINAIS
      *=== COMO RENEGOCIADAS E GRAVA O ACORDO LIGANDO UMAS AS OUTRAS
       0240-GRAVAR-ACORDO    SECTION.
      *=== PROXIMO NUMERO DE ACORDO E DE FATURA (1A EXECUCAO = 1)
           MOVE 1 TO WRK-PROX-ACORDO.
           OPEN INPUT ACDNUMCTL.
           IF FS-ACDNUM EQUAL 00
               READ ACDNUMCTL
               IF FS-ACDNUM EQUAL 00
                   MOVE REG-ACDNUM TO WRK-PROX-ACORDO
               END-IF
               CLOSE ACDNUMCTL
           END-IF.
           MOVE 1 TO WRK-PROX-FATURA.
           OPEN INPUT FATNUMCTL.
           IF FS-FATNUM EQUAL 00
               READ FATNUMCTL
               IF FS-FATNUM EQUAL 00
                   MOVE REG-FATNUM TO WRK-PROX-FATURA
               END-IF
               CLOSE FATNUMCTL
           END-IF.

      *=== NUMERO DO ACORDO LIVRE EM ACORDOS.DAT (CONTROLE ATRASADO E
      *=== PULADO, COMO O FATNUM.CTL NO PROGRAMA08)
           MOVE WRK-PROX-ACORDO TO ACD-NUMERO.
           READ ACORDOS
               KEY IS ACD-NUMERO
           END-READ.
           PERFORM UNTIL FS-ACORDOS NOT EQUAL 00
               ADD 1 TO WRK-PROX-ACORDO
               MOVE WRK-PROX-ACORDO TO ACD-NUMERO
               READ ACORDOS
                   KEY IS ACD-NUMERO
               END-READ
           END-PERFORM.

           PERFORM 0245-GRAVAR-PARCELA
               VARYING WRK-IND-PARC FROM 1 BY 1
               UNTIL WRK-IND-PARC GREATER WRK-QTD-PARCELAS.

           PERFORM 0250-FECHAR-ORIGINAL
               VARYING WRK-IND-SEL FROM 1 BY 1
               UNTIL WRK-IND-SEL GREATER WRK-QTD-SEL.

           INITIALIZE REG-ACORDO.
           MOVE WRK-PROX-ACORDO    TO ACD-NUMERO.
           MOVE WRK-CHAVE-CLI      TO ACD-CHAVE-CLI.
           MOVE WRK-NOME-CLIENTE   TO ACD-CLIENTE.
           MOVE WRK-DATA-HOJE      TO ACD-DATA.
           MOVE WRK-JRN-OPERADOR   TO ACD-OPERADOR.
           MOVE WRK-TOTAL-SALDOS   TO ACD-VALOR-SALDOS.
           MOVE WRK-TOTAL-ENCARGOS TO ACD-VALOR-ENCARGOS.
           MOVE WRK-TOTAL-ACORDO   TO ACD-VALOR-TOTAL.
           MOVE WRK-QTD-SEL        TO ACD-QTD-ORIGINAIS.
           PERFORM VARYING WRK-IND-SEL FROM 1 BY 1
                     UNTIL WRK-IND-SEL GREATER WRK-QTD-SEL
               MOVE WRK-SEL-FATURA(WRK-IND-SEL)
                 TO ACD-FATURA-ORIGINAL(WRK-IND-SEL)
           END-PERFORM.
           MOVE WRK-QTD-PARCELAS   TO ACD-QTD-PARCELAS.
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                     UNTIL WRK-IND-PARC GREATER WRK-QTD-PARCELAS
               MOVE WRK-PLN-FATURA(WRK-IND-PARC)
                 TO ACD-PARC-FATURA(WRK-IND-PARC)
               MOVE WRK-PLN-VENCIMENTO(WRK-IND-PARC)
                 TO ACD-PARC-VENCIMENTO(WRK-IND-PARC)
               MOVE WRK-PLN-VALOR(WRK-IND-PARC)
                 TO ACD-PARC-VALOR(WRK-IND-PARC)
           END-PERFORM.
           MOVE "A"                TO ACD-STATUS.
           WRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O ACORDO " ACD-NUMERO
                           " - FS " FS-ACORDOS
           END-WRITE.

      *=== GUARDA OS PROXIMOS NUMEROS PARA O ACORDO E O LOTE SEGUINTES
           ADD 1 TO WRK-PROX-ACORDO.
           OPEN OUTPUT ACDNUMCTL.
           MOVE WRK-PROX-ACORDO TO REG-ACDNUM.
           WRITE REG-ACDNUM.
           CLOSE ACDNUMCTL.
           OPEN OUTPUT FATNUMCTL.
           MOVE WRK-PROX-FATURA TO REG-FATNUM.
           WRITE REG-FATNUM.
           CLOSE FATNUMCTL.

           DISPLAY "ACORDO " ACD-NUMERO " GRAVADO - PARCELAS "
                   ACD-PARC-FATURA(1) " A "
                   ACD-PARC-FATURA(WRK-QTD-PARCELAS).

      *=== GRAVA A PARCELA WRK-IND-PARC COMO FATURA NOVA EM ABERTO, NO
      *=== PROXIMO NUMERO LIVRE, E ANOTA A EMISSAO NO JORNAL
       0245-GRAVAR-PARCELA   SECTION.
           MOVE WRK-CHAVE-CLI      TO FAT-CHAVE-CLI.
           MOVE WRK-NOME-CLIENTE   TO FAT-CLIENTE.
           MOVE WRK-PLN-VALOR(WRK-IND-PARC) TO FAT-VALOR.
           MOVE WRK-DATA-HOJE      TO FAT-EMISSAO.
           MOVE WRK-PLN-VENCIMENTO(WRK-IND-PARC) TO FAT-VENCIMENTO.
           MOVE "A"                TO FAT-STATUS.
           MOVE ZEROS              TO FAT-DATA-PGTO.
           MOVE ZEROS              TO FAT-VALOR-PAGO.
           MOVE FAT-VALOR          TO FAT-SALDO.
           MOVE ZEROS              TO FAT-QTD-PGTOS.
           MOVE ZEROS              TO FAT-RPS-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-DATA.
           MOVE SPACES             TO FAT-NFSE-VERIFICACAO.
           MOVE ZEROS              TO FAT-NOSSO-NUMERO.
           MOVE ZEROS              TO FAT-NOSSO-DV.
           MOVE "BRL"              TO FAT-MOEDA.
           MOVE FAT-VALOR          TO FAT-VALOR-MOEDA.
           MOVE ZEROS              TO FAT-COTACAO.
           MOVE "N" TO WRK-FATURA-GRAVADA.
           PERFORM 0247-GRAVAR-RECEBER
               UNTIL FATURA-GRAVADA.
           MOVE FAT-NUMERO TO WRK-PLN-FATURA(WRK-IND-PARC).

           MOVE SPACES TO WRK-MOTIVO-ACORDO.
           STRING "ACORDO "        DELIMITED BY SIZE
                  WRK-PROX-ACORDO  DELIMITED BY SIZE
                  " PARCELA "      DELIMITED BY SIZE
                  WRK-IND-PARC     DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WRK-QTD-PARCELAS DELIMITED BY SIZE
                  INTO WRK-MOTIVO-ACORDO
           END-STRING.
           MOVE "EMISSAO"          TO WRK-JRN-OPERACAO.
           MOVE ZEROS              TO WRK-JRN-SEQ.
           MOVE WRK-DATA-HOJE      TO WRK-JRN-DATA-MOV.
           MOVE FAT-VALOR          TO WRK-JRN-VALOR.
           MOVE WRK-MOTIVO-ACORDO  TO WRK-JRN-MOTIVO.
           PERFORM 9200-GRAVAR-JORNAL.

      *=== GRAVA A PARCELA PELA CHAVE COM O PROXIMO NUMERO; NUMERO JA
      *=== USADO (FATNUM.CTL ATRASADO) E PULADO, COMO NO PROGRAMA08
       0247-GRAVAR-RECEBER   SECTION.
           MOVE WRK-PROX-FATURA TO FAT-NUMERO.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO
                           " JA EXISTE NO LIVRO - NUMERO PULADO"
               NOT INVALID KEY
                   MOVE "S" TO WRK-FATURA-GRAVADA
           END-WRITE.
           IF NOT FATURA-GRAVADA
              AND FS-RECEBER NOT EQUAL 22
               DISPLAY "FALHA DE GRAVACAO EM CONTAS_RECEBER.DAT - FS "
                       FS-RECEBER
               CLOSE RECEBER
                     ACORDOS
               STOP RUN
           END-IF.
           ADD 1 TO WRK-PROX-FATURA.

      *=== FECHA A FATURA ORIGINAL WRK-IND-SEL COMO RENEGOCIADA: O
      *=== SALDO E OS ENCARGOS FORAM PARA AS PARCELAS; O JORNAL GUARDA
      *=== OS ENCARGOS APURADOS E A TRANSFERENCIA PARA O ACORDO
       0250-FECHAR-ORIGINAL  SECTION.
           MOVE WRK-SEL-FATURA(WRK-IND-SEL) TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO
                           " SUMIU DO LIVRO - NAO FECHADA"
               NOT INVALID KEY
                   MOVE "R"   TO FAT-STATUS
                   MOVE ZEROS TO FAT-SALDO
                   REWRITE REG-RECEBER
                       INVALID KEY
                           DISPLAY "FALHA AO REGRAVAR A FATURA "
                                   FAT-NUMERO " - FS " FS-RECEBER
                   END-REWRITE
           END-READ.
           IF FS-RECEBER EQUAL 00
               MOVE SPACES TO WRK-MOTIVO-ACORDO
               STRING "ACORDO "        DELIMITED BY SIZE
                      WRK-PROX-ACORDO  DELIMITED BY SIZE
                      INTO WRK-MOTIVO-ACORDO
               END-STRING
               MOVE ZEROS         TO WRK-JRN-SEQ
               MOVE WRK-DATA-HOJE TO WRK-JRN-DATA-MOV
               IF WRK-SEL-ENCARGOS(WRK-IND-SEL) GREATER ZEROS
                   MOVE "ENCARGOS" TO WRK-JRN-OPERACAO
                   MOVE WRK-SEL-ENCARGOS(WRK-IND-SEL)
                     TO WRK-JRN-VALOR
                   MOVE WRK-MOTIVO-ACORDO TO WRK-JRN-MOTIVO
                   PERFORM 9200-GRAVAR-JORNAL
               END-IF
               MOVE "RENEGOCIA"  TO WRK-JRN-OPERACAO
               COMPUTE WRK-JRN-VALOR =
                   WRK-SEL-SALDO(WRK-IND-SEL)
                 + WRK-SEL-ENCARGOS(WRK-IND-SEL)
               MOVE WRK-MOTIVO-ACORDO TO WRK-JRN-MOTIVO
               PERFORM 9200-GRAVAR-JORNAL
           END-IF.

      *=== MODO 2: CADA ACORDO COM AS PARCELAS PAGAS, O SALDO QUE
      *=== FALTA E O MAIOR ATRASO; ACORDO COM PARCELA 30 DIAS OU MAIS
      *=== ATRASADA E ROMPIDO, COM TODAS PAGAS E QUITADO
       0500-RELATORIO-ACORDOS SECTION.
           MOVE ZEROS TO WRK-QTD-ACORDOS.
           MOVE ZEROS TO WRK-QTD-QUITADOS.
           MOVE ZEROS TO WRK-QTD-ROMPIDOS.
           DISPLAY "==== ACORDOS DE PARCELAMENTO ====".

           MOVE ZEROS TO ACD-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACD-NUMERO
               INVALID KEY CONTINUE
           END-START.
           IF FS-ACORDOS EQUAL 00
               READ ACORDOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-ACORDOS NOT EQUAL 00
               ADD 1 TO WRK-QTD-ACORDOS
               PERFORM 0510-SITUACAO-ACORDO
               READ ACORDOS NEXT RECORD
           END-PERFORM.

           DISPLAY "==================================".
           DISPLAY "ACORDOS................ " WRK-QTD-ACORDOS.
           DISPLAY "  QUITADOS............. " WRK-QTD-QUITADOS.
           DISPLAY "  ROMPIDOS............. " WRK-QTD-ROMPIDOS.

      *=== LE AS PARCELAS DO ACORDO CORRENTE NO LIVRO, CLASSIFICA O
      *=== ACORDO E REGRAVA A SITUACAO QUANDO ELA MUDOU
       0510-SITUACAO-ACORDO  SECTION.
           MOVE ZEROS TO WRK-QTD-PAGAS.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-SALDO-ACORDO.
           PERFORM 0515-LER-PARCELA
               VARYING WRK-IND-PARC FROM 1 BY 1
               UNTIL WRK-IND-PARC GREATER ACD-QTD-PARCELAS.

           EVALUATE TRUE
               WHEN WRK-QTD-PAGAS EQUAL ACD-QTD-PARCELAS
                   MOVE "QUITADO"    TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-QUITADOS
                   IF NOT ACORDO-QUITADO
                       MOVE "Q" TO ACD-STATUS
                       REWRITE REG-ACORDO
                   END-IF
               WHEN WRK-MAIOR-ATRASO NOT LESS 30
                   MOVE "ROMPIDO"    TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ROMPIDOS
                   IF NOT ACORDO-ROMPIDO
                       MOVE "R" TO ACD-STATUS
                       REWRITE REG-ACORDO
                   END-IF
               WHEN OTHER
                   MOVE "EM DIA"     TO WRK-SITUACAO
                   IF NOT ACORDO-ATIVO
                       MOVE "A" TO ACD-STATUS
                       REWRITE REG-ACORDO
                   END-IF
           END-EVALUATE.

           MOVE ACD-VALOR-TOTAL  TO WRK-TOTAL-ED.
           MOVE WRK-SALDO-ACORDO TO WRK-VALOR-ED.
           MOVE WRK-MAIOR-ATRASO TO WRK-ATRASO-ED.
           DISPLAY ACD-NUMERO " " ACD-DATA " " ACD-CLIENTE.
           DISPLAY "    TOTAL " WRK-TOTAL-ED " PARCELAS PAGAS "
                   WRK-QTD-PAGAS "/" ACD-QTD-PARCELAS " A RECEBER "
                   WRK-VALOR-ED.
           IF WRK-SITUACAO EQUAL "ROMPIDO"
               DISPLAY "    *** ACORDO ROMPIDO *** PARCELA COM "
                       WRK-ATRASO-ED " DIAS DE ATRASO"
           ELSE
               DISPLAY "    SITUACAO " WRK-SITUACAO
           END-IF.

      *=== SOMA A PARCELA WRK-IND-PARC DO ACORDO CORRENTE: PAGA OU COM
      *=== SALDO E ATRASO
       0515-LER-PARCELA      SECTION.
           MOVE ACD-PARC-FATURA(WRK-IND-PARC) TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "    AVISO: PARCELA " FAT-NUMERO
                           " NAO ESTA NO LIVRO"
               NOT INVALID KEY
                   IF FATURA-LIQUIDADA OR FATURA-CANCELADA
                       ADD 1 TO WRK-QTD-PAGAS
                   ELSE
                       ADD FAT-SALDO TO WRK-SALDO-ACORDO
                       PERFORM 0215-CALCULAR-ATRASO
                       IF WRK-DIAS-ATRASO GREATER WRK-MAIOR-ATRASO
                           MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
                       END-IF
                   END-IF
           END-READ.

       0300-FINALIZAR        SECTION.
           CLOSE RECEBER
                 ACORDOS.
           DISPLAY "FIM DE PROGRAMA".

       COPY "FATJRPR.cpy".
       COPY "FATENCPR.cpy".
