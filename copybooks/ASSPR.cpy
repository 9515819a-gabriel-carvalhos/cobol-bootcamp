      *=================================================================
      *==  COPYBOOK: ASSPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAPACIDADE DE LUGARES POR DESTINO E DATA: CARGA DE
      *==            ASSENTOS.DAT E BUSCA DA LINHA DE UM TRECHO. A
      *==            CONTAGEM DOS LUGARES OCUPADOS FICA EM CADA
      *==            PROGRAMA, QUE SABE ONDE ESTAO AS SUAS RESERVAS
      *==            (ARQUIVO OU TABELA EM MEMORIA)
      *==  DATA: 30/07/2025
      *==  OBSERVACOES: CAMPOS NO COPYBOOK ASSWS; O PROGRAMA PRECISA DE
      *==               UM SELECT/FD ASSENTOS (COPY ASSREG). SEM
      *==               ASSENTOS.DAT A TABELA FICA VAZIA E NENHUM
      *==               TRECHO TEM LIMITE
      *=================================================================
       9800-CARREGAR-ASSENTOS SECTION.
           MOVE ZEROS TO WRK-QTD-ASSENTOS.
           MOVE "N"   TO WRK-ASS-EXCESSO.
           OPEN INPUT ASSENTOS.
           IF FS-ASSENTOS EQUAL 00
               READ ASSENTOS
               PERFORM UNTIL FS-ASSENTOS NOT EQUAL 00
                          OR WRK-QTD-ASSENTOS EQUAL 200
                   ADD 1 TO WRK-QTD-ASSENTOS
                   MOVE REG-ASS-DESTINO
                     TO WRK-ASS-DESTINO(WRK-QTD-ASSENTOS)
                   MOVE REG-ASS-DATA
                     TO WRK-ASS-DATA(WRK-QTD-ASSENTOS)
                   MOVE REG-ASS-LUGARES
                     TO WRK-ASS-LUGARES(WRK-QTD-ASSENTOS)
                   MOVE "S" TO WRK-ASS-ATIVO(WRK-QTD-ASSENTOS)
                   READ ASSENTOS
               END-PERFORM
               IF FS-ASSENTOS EQUAL 00
                   MOVE "S" TO WRK-ASS-EXCESSO
               END-IF
               CLOSE ASSENTOS
           END-IF.

      *=== LINHA ATIVA DE WRK-LUG-DESTINO NA DATA WRK-LUG-DATA; SEM
      *=== LINHA, O TRECHO NAO TEM LIMITE (WRK-IND-ASS-ACH ZERO)
       9810-LOCALIZAR-ASSENTOS SECTION.
           MOVE "N"   TO WRK-LUG-CONTROLADO.
           MOVE ZEROS TO WRK-LUG-CAPACIDADE WRK-IND-ASS-ACH.
           PERFORM VARYING WRK-IND-ASS FROM 1 BY 1
                     UNTIL WRK-IND-ASS GREATER WRK-QTD-ASSENTOS
                        OR ASSENTO-CONTROLADO
               IF WRK-ASS-DESTINO(WRK-IND-ASS) EQUAL WRK-LUG-DESTINO
                  AND WRK-ASS-DATA(WRK-IND-ASS) EQUAL WRK-LUG-DATA
                  AND WRK-ASS-ATIVO(WRK-IND-ASS) EQUAL "S"
                   MOVE "S" TO WRK-LUG-CONTROLADO
                   MOVE WRK-IND-ASS TO WRK-IND-ASS-ACH
                   MOVE WRK-ASS-LUGARES(WRK-IND-ASS)
                     TO WRK-LUG-CAPACIDADE
               END-IF
           END-PERFORM.
