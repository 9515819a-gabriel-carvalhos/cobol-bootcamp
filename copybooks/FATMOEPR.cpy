      *=================================================================
      *==  COPYBOOK: FATMOEPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PARAGRAFO QUE BUSCA EM COTACAO_HIST.TXT A COTACAO
      *==            DA MOEDA EM WRK-MOE-MOEDA NA DATA WRK-MOE-DATA
      *==            (COPYBOOK FATMOEWS): A ULTIMA LINHA DA MOEDA COM
      *==            DATA ATE A PEDIDA, GUARDANDO A DATA DELA. O
      *==            HISTORICO E LIDO A CADA CHAMADA, COMO O
      *==            FECHAMENTO.CTL NO 9400, PARA ENXERGAR A COTACAO
      *==            GRAVADA DEPOIS QUE O PROGRAMA ENTROU
      *==  DATA: 18/06/2025
      *==  OBSERVACOES: SEM O HISTORICO, OU SEM LINHA DA MOEDA ATE A
      *==               DATA, VOLTA SEM COTACAO (WRK-MOE-ACHADA "N");
      *==               QUEM EXIGE A COTACAO DO PROPRIO DIA TESTA
      *==               COTACAO-DO-DIA. LINHA COM COTACAO ZERADA OU NAO
      *==               NUMERICA E IGNORADA
      *=================================================================
       9600-BUSCAR-COTACAO   SECTION.
           MOVE "N"   TO WRK-MOE-ACHADA.
           MOVE ZEROS TO WRK-MOE-COTACAO.
           MOVE ZEROS TO WRK-MOE-DATA-COTACAO.
           OPEN INPUT HISTCOTACAO.
           IF FS-HISTCOTACAO EQUAL 00
               READ HISTCOTACAO
               PERFORM UNTIL FS-HISTCOTACAO NOT EQUAL 00
                   IF CTH-MOEDA EQUAL WRK-MOE-MOEDA
                      AND CTH-DATA NUMERIC
                      AND CTH-COTACAO NUMERIC
                      AND CTH-COTACAO GREATER ZEROS
                      AND CTH-DATA NOT GREATER WRK-MOE-DATA
                      AND CTH-DATA NOT LESS WRK-MOE-DATA-COTACAO
                       MOVE CTH-COTACAO TO WRK-MOE-COTACAO
                       MOVE CTH-DATA    TO WRK-MOE-DATA-COTACAO
                       MOVE "S"         TO WRK-MOE-ACHADA
                   END-IF
                   READ HISTCOTACAO
               END-PERFORM
               CLOSE HISTCOTACAO
           END-IF.
           IF COTACAO-ACHADA
              AND WRK-MOE-DATA-COTACAO EQUAL WRK-MOE-DATA
               MOVE "D" TO WRK-MOE-ACHADA
           END-IF.
