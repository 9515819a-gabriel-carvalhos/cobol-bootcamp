      *=================================================================
      *==  COPYBOOK: FATENCPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: REGRA DE ENCARGOS DE ATRASO DA FATURA EM
      *==            REG-RECEBER ATE WRK-ENC-DATA-FIM (CAMPOS NO
      *==            COPYBOOK FATENCWS): MULTA FIXA SOBRE O SALDO +
      *==            JUROS POR DIA UTIL DE ATRASO, COM OS DIAS UTEIS
      *==            CONTADOS ANDANDO DIA A DIA DA DATA BASE
      *==            (EXCLUSIVE) ATE A DATA FIM (INCLUSIVE) E
      *==            PERGUNTANDO AO DATAMES - MESMA CONTAGEM "A PARTIR
      *==            DE" DO PROG019. TRAZ TAMBEM O AJUSTE DE UMA DATA
      *==            PARA O PROXIMO DIA UTIL (MESMA CAMINHADA DO
      *==            PROG020)
      *==  DATA: 21/05/2025
      *==  OBSERVACOES: A DATA BASE E O VENCIMENTO OU, EM FATURA
      *==               PARCIAL JA PAGA EM ATRASO, O ULTIMO PAGAMENTO -
      *==               NESSE CASO SEM A MULTA, QUE JA FOI COBRADA. SO
      *==               HA ENCARGO COM A DATA FIM DEPOIS DA DATA BASE
      *=================================================================
       9300-APURAR-ENCARGOS  SECTION.
           MOVE ZEROS TO WRK-VALOR-ENCARGOS.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE FAT-VENCIMENTO TO WRK-DATA-BASE.
           MOVE "S" TO WRK-COBRA-MULTA.
           IF FATURA-PARCIAL
              AND FAT-DATA-PGTO GREATER FAT-VENCIMENTO
               MOVE FAT-DATA-PGTO TO WRK-DATA-BASE
               MOVE "N" TO WRK-COBRA-MULTA
           END-IF.
           IF WRK-ENC-DATA-FIM GREATER WRK-DATA-BASE
               PERFORM 9310-CALCULAR-ENCARGOS
           END-IF.

      *=== CONTA OS DIAS UTEIS DE ATRASO E CALCULA MULTA E JUROS
       9310-CALCULAR-ENCARGOS SECTION.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE WRK-DATA-BASE TO WRK-DATA-ATUAL.
           PERFORM 9320-AVANCAR-UM-DIA.

           PERFORM UNTIL WRK-DATA-ATUAL GREATER WRK-ENC-DATA-FIM
               PERFORM 9340-VERIFICAR-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF
               PERFORM 9320-AVANCAR-UM-DIA
           END-PERFORM.

           MOVE ZEROS TO WRK-VALOR-MULTA.
           IF COBRA-MULTA
               COMPUTE WRK-VALOR-MULTA =
                   FAT-SALDO * WRK-MULTA-PERC / 100
           END-IF.
           COMPUTE WRK-VALOR-JUROS =
               FAT-SALDO * WRK-JUROS-DIA-PERC * WRK-DIAS-UTEIS
               / 100.
           COMPUTE WRK-VALOR-ENCARGOS =
               WRK-VALOR-MULTA + WRK-VALOR-JUROS.

      *=== AVANCA WRK-DATA-ATUAL EM 1 DIA, VIRANDO MES E ANO QUANDO O
      *=== DIA PASSA DO TOTAL DO MES (PROG019/PROG016)
       9320-AVANCAR-UM-DIA   SECTION.
           PERFORM 9330-VERIFICAR-BISSEXTO.
           MOVE DIAS-MES(WRK-ATU-MES) TO WRK-TOTAL-DIAS-MES.
           IF WRK-ATU-MES EQUAL 02 AND ANO-BISSEXTO
               MOVE 29 TO WRK-TOTAL-DIAS-MES
           END-IF.

           ADD 1 TO WRK-ATU-DIA.
           IF WRK-ATU-DIA GREATER WRK-TOTAL-DIAS-MES
               MOVE 1 TO WRK-ATU-DIA
               ADD 1 TO WRK-ATU-MES
               IF WRK-ATU-MES GREATER 12
                   MOVE 1 TO WRK-ATU-MES
                   ADD 1 TO WRK-ATU-ANO
               END-IF
           END-IF.

      *=== WRK-ATU-ANO E BISSEXTO QUANDO DIVISIVEL POR 4 E NAO POR
      *=== 100, OU QUANDO DIVISIVEL POR 400 (PROG016)
       9330-VERIFICAR-BISSEXTO SECTION.
           MOVE "N" TO WRK-BISSEXTO.
           COMPUTE WRK-RESTO-4   = FUNCTION MOD(WRK-ATU-ANO, 4).
           COMPUTE WRK-RESTO-100 = FUNCTION MOD(WRK-ATU-ANO, 100).
           COMPUTE WRK-RESTO-400 = FUNCTION MOD(WRK-ATU-ANO, 400).
           IF WRK-RESTO-400 EQUAL ZEROS
               MOVE "S" TO WRK-BISSEXTO
           ELSE
               IF WRK-RESTO-4 EQUAL ZEROS
                  AND WRK-RESTO-100 NOT EQUAL ZEROS
                   MOVE "S" TO WRK-BISSEXTO
               END-IF
           END-IF.

      *=== PERGUNTA AO DATAMES SE WRK-DATA-ATUAL E DIA UTIL
       9340-VERIFICAR-DIA-UTIL SECTION.
           MOVE SPACES         TO WRK-DATA-PARM.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-PARM(1:8).
           CALL "DATAMES" USING WRK-DATA-PARM WRK-DIA-UTIL.

      *=== LEVA WRK-DATA-ATUAL PARA O PROXIMO DIA UTIL, ELA MESMA SE JA
      *=== FOR UTIL (FIM DE SEMANA E FERIADO EMPURRAM PARA A FRENTE)
       9350-AJUSTAR-DIA-UTIL SECTION.
           PERFORM 9340-VERIFICAR-DIA-UTIL.
           PERFORM UNTIL DIA-UTIL
               PERFORM 9320-AVANCAR-UM-DIA
               PERFORM 9340-VERIFICAR-DIA-UTIL
           END-PERFORM.
