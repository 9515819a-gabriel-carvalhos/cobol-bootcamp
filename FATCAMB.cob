       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCAMB.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: VARIACAO CAMBIAL DO MES: AS FATURAS DE CONTRATO EM
      *==            MOEDA ESTRANGEIRA SAO EMITIDAS EM REAIS PELA
      *==            COTACAO DO DIA DO LOTE E BAIXADAS PELA COTACAO DO
      *==            DIA DO PAGAMENTO (PROGRAMA12), QUE ANOTA CADA
      *==            DIFERENCA EM VARIACAO_CAMBIAL.DAT. O PROGRAMA LE AS
      *==            LINHAS DA COMPETENCIA E GRAVA
      *==            VARIACAO_CAMBIAL_AAAAMM.TXT COM CADA BAIXA, O
      *==            TOTAL DE CADA MOEDA (VALOR NA MOEDA, RECEBIDO,
      *==            CONTABIL, GANHOS, PERDAS E LIQUIDO) E O TOTAL GERAL
      *==  DATA: 18/06/2025
      *==  OBSERVACOES: A LINHA "E" (ESTORNO DA BAIXA) ENTRA COM O SINAL
      *==               TROCADO NA COMPETENCIA DO ESTORNO, COMO NO
      *==               RAZAO. SO CONSULTA, NADA E ALTERADO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== VARIACAO CAMBIAL DAS BAIXAS (PROGRAMA12)
           SELECT VARCAMB ASSIGN
           TO "dados\VARIACAO_CAMBIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VARCAMB.

      *=== RELATORIO DO MES (NOME COM A COMPETENCIA, MONTADO NA HORA)
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  VARCAMB.
           COPY "FATVAR.cpy".

       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-VARCAMB           PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *=== COMPETENCIA DO RELATORIO (DIGITADA MMAAAA, GUARDADA AAAAMM)
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-CMP-MES      PIC 9(002) VALUE ZEROS.
       77  WRK-COMP-ED          PIC X(007) VALUE SPACES.

      *=== LINHA LIDA: VARIACAO COM SINAL (GANHO +, PERDA -) E O SINAL
      *=== DA LINHA (BAIXA +1, ESTORNO -1)
       77  WRK-VARIACAO         PIC S9(008)V99 VALUE ZEROS.
       77  WRK-FATOR            PIC S9(001) VALUE ZEROS.
       77  WRK-QTD-LIDAS        PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-MES          PIC 9(006) VALUE ZEROS.

      *=== TOTAIS DE CADA MOEDA DO MES
       01  WRK-TAB-MOEDAS.
           05  WRK-MD-ITEM      OCCURS 20 TIMES.
               10  WRK-MD-MOEDA         PIC X(003).
               10  WRK-MD-QTD           PIC S9(005).
               10  WRK-MD-VALOR-MOEDA   PIC S9(010)V99.
               10  WRK-MD-RECEBIDO      PIC S9(010)V99.
               10  WRK-MD-CONTABIL      PIC S9(010)V99.
               10  WRK-MD-GANHOS        PIC S9(010)V99.
               10  WRK-MD-PERDAS        PIC S9(010)V99.
       77  WRK-QTD-MOEDAS       PIC 9(002) VALUE ZEROS.
       77  WRK-IND-MD           PIC 9(002) VALUE ZEROS.
       77  WRK-IND-MD-ACH       PIC 9(002) VALUE ZEROS.

      *=== TOTAL GERAL EM REAIS
       77  WRK-TOT-GANHOS       PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOT-PERDAS       PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO      PIC S9(010)V99 VALUE ZEROS.

      *=== LINHA DO RELATORIO E OS CAMPOS EDITADOS
       77  WRK-LINHA-REL        PIC X(080) VALUE SPACES.
       77  WRK-MOSTRAR          PIC X(001) VALUE "N".
           88  MOSTRAR-LINHA               VALUE "S".
       77  WRK-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-QTD-ED           PIC ZZZZ9- VALUE ZEROS.
       77  WRK-ROTULO           PIC X(024) VALUE SPACES.

      *=== LINHA DE DETALHE: DATA, TIPO (B-BAIXA / E-ESTORNO), FATURA,
      *=== CLIENTE, MOEDA, VALOR NA MOEDA, COTACOES E A VARIACAO
       01  WRK-LIN-DETALHE.
           05  DET-DATA            PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-TIPO            PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-NUMERO          PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-CLIENTE         PIC X(018).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-MOEDA           PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-VALOR-MOEDA     PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-COT-EMISSAO     PIC Z9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-COT-PGTO        PIC Z9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  DET-VARIACAO        PIC Z(006)9,99-.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-VARIACOES.
           PERFORM 0250-TOTAIS.
           PERFORM 0300-FINALIZAR.

      *=== COMPETENCIA A APURAR (0 = MES ANTERIOR)
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-CMP-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-CMP-MES.
           IF WRK-CMP-MES EQUAL 01
               MOVE 12 TO WRK-CMP-MES
               SUBTRACT 1 FROM WRK-CMP-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CMP-MES
           END-IF.
           PERFORM 0155-EDITAR-COMPETENCIA.

           DISPLAY "COMPETENCIA MMAAAA (0 = " WRK-COMP-ED "): ".
           ACCEPT WRK-COMP-DIGITADA.
           IF WRK-COMP-DIGITADA NOT EQUAL ZEROS
               IF WRK-CDG-MES EQUAL ZEROS
                  OR WRK-CDG-MES GREATER 12
                  OR WRK-CDG-ANO EQUAL ZEROS
                   DISPLAY "COMPETENCIA INVALIDA"
                   STOP RUN
               END-IF
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
               PERFORM 0155-EDITAR-COMPETENCIA
           END-IF.
           INITIALIZE WRK-TAB-MOEDAS.

           MOVE SPACES TO WRK-PATH-RELATORIO.
           STRING "dados\VARIACAO_CAMBIAL_" DELIMITED BY SIZE
                  WRK-COMPETENCIA             DELIMITED BY SIZE
                  ".TXT"                      DELIMITED BY SIZE
                  INTO WRK-PATH-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY WRK-PATH-RELATORIO " NAO FOI CRIADO - FS "
                       FS-RELATORIO
               PERFORM 0300-FINALIZAR
           END-IF.

           STRING "VARIACAO CAMBIAL DAS BAIXAS - " DELIMITED BY SIZE
                  WRK-COMP-ED                      DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE "DATA     T FATURA CLIENTE            MOE  NA MOEDA "
             TO WRK-LINHA-REL.
           MOVE "C.EMI C.PGT   VARIACAO" TO WRK-LINHA-REL(53:23).
           PERFORM 0290-GRAVAR-LINHA.

      *=== COMPETENCIA EDITADA MM/AAAA
       0155-EDITAR-COMPETENCIA SECTION.
           MOVE SPACES TO WRK-COMP-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMP-ED
           END-STRING.

      *=== CADA LINHA DA COMPETENCIA VAI PARA O DETALHE E SOMA NA
      *=== MOEDA DELA; SEM O ARQUIVO NAO HOUVE BAIXA EM MOEDA
       0200-LER-VARIACOES    SECTION.
           OPEN INPUT VARCAMB.
           IF FS-VARCAMB NOT EQUAL 00
               DISPLAY "VARIACAO_CAMBIAL.DAT NAO ENCONTRADO - FS "
                       FS-VARCAMB
           ELSE
               READ VARCAMB
               PERFORM UNTIL FS-VARCAMB NOT EQUAL 00
                   ADD 1 TO WRK-QTD-LIDAS
                   IF VAR-DATA(1:6) EQUAL WRK-COMPETENCIA
                      AND (VARIACAO-DA-BAIXA OR VARIACAO-ESTORNADA)
                       PERFORM 0210-ACUMULAR-VARIACAO
                   END-IF
                   READ VARCAMB
               END-PERFORM
               CLOSE VARCAMB
           END-IF.
           IF WRK-QTD-MES EQUAL ZEROS
               MOVE "NENHUMA VARIACAO CAMBIAL NO MES" TO WRK-LINHA-REL
               PERFORM 0290-GRAVAR-LINHA
           END-IF.

      *=== LINHA DE DETALHE E TOTAIS DA MOEDA (ESTORNO COM SINAL
      *=== TROCADO)
       0210-ACUMULAR-VARIACAO SECTION.
           ADD 1 TO WRK-QTD-MES.
           IF VARIACAO-ESTORNADA
               MOVE -1 TO WRK-FATOR
           ELSE
               MOVE 1  TO WRK-FATOR
           END-IF.
           IF VARIACAO-PERDA
               COMPUTE WRK-VARIACAO =
                   0 - VAR-VALOR-VARIACAO * WRK-FATOR
           ELSE
               COMPUTE WRK-VARIACAO =
                   VAR-VALOR-VARIACAO * WRK-FATOR
           END-IF.

           MOVE VAR-DATA            TO DET-DATA.
           MOVE VAR-TIPO            TO DET-TIPO.
           MOVE VAR-NUMERO          TO DET-NUMERO.
           MOVE VAR-CLIENTE         TO DET-CLIENTE.
           MOVE VAR-MOEDA           TO DET-MOEDA.
           MOVE VAR-VALOR-MOEDA     TO DET-VALOR-MOEDA.
           MOVE VAR-COTACAO-EMISSAO TO DET-COT-EMISSAO.
           MOVE VAR-COTACAO-PGTO    TO DET-COT-PGTO.
           MOVE WRK-VARIACAO        TO DET-VARIACAO.
           MOVE WRK-LIN-DETALHE     TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE ZEROS TO WRK-IND-MD-ACH.
           PERFORM VARYING WRK-IND-MD FROM 1 BY 1
                     UNTIL WRK-IND-MD GREATER WRK-QTD-MOEDAS
               IF WRK-MD-MOEDA(WRK-IND-MD) EQUAL VAR-MOEDA
                   MOVE WRK-IND-MD TO WRK-IND-MD-ACH
               END-IF
           END-PERFORM.
           IF WRK-IND-MD-ACH EQUAL ZEROS
              AND WRK-QTD-MOEDAS LESS 20
               ADD 1 TO WRK-QTD-MOEDAS
               MOVE VAR-MOEDA TO WRK-MD-MOEDA(WRK-QTD-MOEDAS)
               MOVE WRK-QTD-MOEDAS TO WRK-IND-MD-ACH
           END-IF.
           IF WRK-IND-MD-ACH EQUAL ZEROS
               DISPLAY "AVISO: MAIS DE 20 MOEDAS - " VAR-MOEDA
                       " FORA DOS TOTAIS"
           ELSE
               ADD WRK-FATOR TO WRK-MD-QTD(WRK-IND-MD-ACH)
               COMPUTE WRK-MD-VALOR-MOEDA(WRK-IND-MD-ACH) =
                   WRK-MD-VALOR-MOEDA(WRK-IND-MD-ACH)
                   + VAR-VALOR-MOEDA * WRK-FATOR
               COMPUTE WRK-MD-RECEBIDO(WRK-IND-MD-ACH) =
                   WRK-MD-RECEBIDO(WRK-IND-MD-ACH)
                   + VAR-VALOR-RECEBIDO * WRK-FATOR
               COMPUTE WRK-MD-CONTABIL(WRK-IND-MD-ACH) =
                   WRK-MD-CONTABIL(WRK-IND-MD-ACH)
                   + VAR-VALOR-CONTABIL * WRK-FATOR
               IF VARIACAO-PERDA
                   COMPUTE WRK-MD-PERDAS(WRK-IND-MD-ACH) =
                       WRK-MD-PERDAS(WRK-IND-MD-ACH)
                       + VAR-VALOR-VARIACAO * WRK-FATOR
               ELSE
                   COMPUTE WRK-MD-GANHOS(WRK-IND-MD-ACH) =
                       WRK-MD-GANHOS(WRK-IND-MD-ACH)
                       + VAR-VALOR-VARIACAO * WRK-FATOR
               END-IF
           END-IF.

      *=== TOTAL DE CADA MOEDA E O TOTAL GERAL EM REAIS, TAMBEM NA TELA
       0250-TOTAIS           SECTION.
           MOVE "S" TO WRK-MOSTRAR.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-MD FROM 1 BY 1
                     UNTIL WRK-IND-MD GREATER WRK-QTD-MOEDAS
               MOVE WRK-MD-QTD(WRK-IND-MD) TO WRK-QTD-ED
               STRING "MOEDA "                 DELIMITED BY SIZE
                      WRK-MD-MOEDA(WRK-IND-MD) DELIMITED BY SIZE
                      " - BAIXAS "             DELIMITED BY SIZE
                      WRK-QTD-ED               DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
               PERFORM 0290-GRAVAR-LINHA
               MOVE "  VALOR NA MOEDA......." TO WRK-ROTULO
               MOVE WRK-MD-VALOR-MOEDA(WRK-IND-MD) TO WRK-VALOR-ED
               PERFORM 0260-LINHA-VALOR
               MOVE "  RECEBIDO EM REAIS...." TO WRK-ROTULO
               MOVE WRK-MD-RECEBIDO(WRK-IND-MD) TO WRK-VALOR-ED
               PERFORM 0260-LINHA-VALOR
               MOVE "  BAIXADO DO CONTABIL.." TO WRK-ROTULO
               MOVE WRK-MD-CONTABIL(WRK-IND-MD) TO WRK-VALOR-ED
               PERFORM 0260-LINHA-VALOR
               MOVE "  GANHOS..............." TO WRK-ROTULO
               MOVE WRK-MD-GANHOS(WRK-IND-MD) TO WRK-VALOR-ED
               PERFORM 0260-LINHA-VALOR
               MOVE "  PERDAS..............." TO WRK-ROTULO
               MOVE WRK-MD-PERDAS(WRK-IND-MD) TO WRK-VALOR-ED
               PERFORM 0260-LINHA-VALOR
               MOVE "  LIQUIDO.............." TO WRK-ROTULO
               COMPUTE WRK-VALOR-ED = WRK-MD-GANHOS(WRK-IND-MD)
                                    - WRK-MD-PERDAS(WRK-IND-MD)
               PERFORM 0260-LINHA-VALOR
               ADD WRK-MD-GANHOS(WRK-IND-MD) TO WRK-TOT-GANHOS
               ADD WRK-MD-PERDAS(WRK-IND-MD) TO WRK-TOT-PERDAS
           END-PERFORM.
           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-GANHOS - WRK-TOT-PERDAS.

           MOVE "TOTAL GERAL EM REAIS" TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE "  GANHOS CAMBIAIS......" TO WRK-ROTULO.
           MOVE WRK-TOT-GANHOS TO WRK-VALOR-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "  PERDAS CAMBIAIS......" TO WRK-ROTULO.
           MOVE WRK-TOT-PERDAS TO WRK-VALOR-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "  VARIACAO LIQUIDA....." TO WRK-ROTULO.
           MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED.
           PERFORM 0260-LINHA-VALOR.
           CLOSE RELATORIO.
           DISPLAY "LINHAS LIDAS........... " WRK-QTD-LIDAS.
           DISPLAY "LINHAS DA COMPETENCIA.. " WRK-QTD-MES.
           DISPLAY "RELATORIO GRAVADO EM " WRK-PATH-RELATORIO.

      *=== ROTULO + VALOR JA EDITADO
       0260-LINHA-VALOR      SECTION.
           STRING WRK-ROTULO   DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.

       0290-GRAVAR-LINHA     SECTION.
           MOVE WRK-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF MOSTRAR-LINHA
               DISPLAY WRK-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR        SECTION.
           DISPLAY "FIM DE PROGRAMA".
           STOP RUN.
