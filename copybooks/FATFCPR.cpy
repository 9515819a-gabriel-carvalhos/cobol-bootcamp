      *=================================================================
      *==  COPYBOOK: FATFCPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PARAGRAFO QUE CONFERE SE A DATA EM WRK-DATA-LANCAR
      *==            (COPYBOOK FATFCWS) CAI NUM PERIODO JA FECHADO PELO
      *==            FATFECH; O FECHAMENTO.CTL E LIDO A CADA CHAMADA,
      *==            PARA O PROGRAMA QUE FICA ABERTO NO BALCAO ENXERGAR
      *==            O FECHAMENTO FEITO DEPOIS QUE ELE ENTROU
      *==  DATA: 02/06/2025
      *==  OBSERVACOES: SEM FECHAMENTO.CTL NENHUM PERIODO FOI FECHADO
      *==               AINDA E NADA E RECUSADO
      *=================================================================
       9400-VERIFICAR-PERIODO SECTION.
           MOVE ZEROS TO WRK-FECHADO-ATE.
           OPEN INPUT FECHCTL.
           IF FS-FECHCTL EQUAL 00
               READ FECHCTL
               IF FS-FECHCTL EQUAL 00
                   MOVE REG-FECHCTL TO WRK-FECHADO-ATE
               END-IF
               CLOSE FECHCTL
           END-IF.
           MOVE "N" TO WRK-PERIODO.
           IF WRK-FECHADO-ATE GREATER ZEROS
              AND WRK-DATA-LANCAR NOT GREATER WRK-FECHADO-ATE
               MOVE "S" TO WRK-PERIODO
               DISPLAY "DATA " WRK-DATA-LANCAR " EM PERIODO JA FECHADO "
                       "(FECHAMENTO ATE " WRK-FECHADO-ATE ")"
           END-IF.
