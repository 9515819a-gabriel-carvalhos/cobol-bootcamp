      *=================================================================
      *==  COPYBOOK: PRZPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PREVISAO DE ENTREGA DO FRETE: CARGA DE PRAZO.CTL,
      *==            BUSCA DO PRAZO DA TRANSPORTADORA PARA A UF E A
      *==            CAMINHADA PARA A FRENTE A PARTIR DO EMBARQUE
      *==            (EXCLUSIVE) ATE COMPLETAR OS DIAS UTEIS DO PRAZO -
      *==            MESMA CAMINHADA DO PROG020, COM O DATAMES
      *==            CONSULTADO PARA A UF/CEP DO DESTINO, PARA O
      *==            FERIADO ESTADUAL OU MUNICIPAL TAMBEM SER PULADO
      *==  DATA: 25/07/2025
      *==  OBSERVACOES: CAMPOS NO COPYBOOK PRZWS; O PROGRAMA PRECISA DE
      *==               UM SELECT/FD PRAZOCTL (COPY PRZREG). SEM
      *==               PRAZO.CTL A TABELA FICA VAZIA E NENHUMA DATA E
      *==               PROMETIDA
      *=================================================================
       9700-CARREGAR-PRAZOS  SECTION.
           MOVE ZEROS TO WRK-QTD-PRAZOS.
           OPEN INPUT PRAZOCTL.
           IF FS-PRAZOCTL EQUAL 00
               READ PRAZOCTL
               PERFORM UNTIL FS-PRAZOCTL NOT EQUAL 00
                          OR WRK-QTD-PRAZOS EQUAL 200
                   ADD 1 TO WRK-QTD-PRAZOS
                   MOVE REG-PRZ-TRANSP
                     TO WRK-PRZ-TRANSP(WRK-QTD-PRAZOS)
                   MOVE REG-PRZ-UF
                     TO WRK-PRZ-UF(WRK-QTD-PRAZOS)
                   MOVE REG-PRZ-DIAS
                     TO WRK-PRZ-DIAS(WRK-QTD-PRAZOS)
                   READ PRAZOCTL
               END-PERFORM
               CLOSE PRAZOCTL
           END-IF.

      *=== PRAZO DE WRK-PRV-TRANSP PARA WRK-PRV-UF; SEM LINHA PROPRIA,
      *=== VALE A LINHA DA UF COM A TRANSPORTADORA EM BRANCO
       9710-LOCALIZAR-PRAZO  SECTION.
           MOVE "N"   TO WRK-PRAZO-ACHADO.
           MOVE ZEROS TO WRK-PRAZO-DIAS.
           PERFORM VARYING WRK-IND-PRZ FROM 1 BY 1
                     UNTIL WRK-IND-PRZ GREATER WRK-QTD-PRAZOS
                        OR PRAZO-ACHADO
               IF WRK-PRZ-TRANSP(WRK-IND-PRZ) EQUAL WRK-PRV-TRANSP
                  AND WRK-PRZ-UF(WRK-IND-PRZ) EQUAL WRK-PRV-UF
                   MOVE "S" TO WRK-PRAZO-ACHADO
                   MOVE WRK-PRZ-DIAS(WRK-IND-PRZ) TO WRK-PRAZO-DIAS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IND-PRZ FROM 1 BY 1
                     UNTIL WRK-IND-PRZ GREATER WRK-QTD-PRAZOS
                        OR PRAZO-ACHADO
               IF WRK-PRZ-TRANSP(WRK-IND-PRZ) EQUAL SPACES
                  AND WRK-PRZ-UF(WRK-IND-PRZ) EQUAL WRK-PRV-UF
                   MOVE "S" TO WRK-PRAZO-ACHADO
                   MOVE WRK-PRZ-DIAS(WRK-IND-PRZ) TO WRK-PRAZO-DIAS
               END-IF
           END-PERFORM.

      *=== DATA PROMETIDA = EMBARQUE + DIAS UTEIS DO PRAZO NO DESTINO;
      *=== SEM PRAZO OU SEM DATA DE EMBARQUE, WRK-PRV-DATA FICA ZERO
       9720-CALCULAR-PREVISAO SECTION.
           MOVE ZEROS TO WRK-PRV-DATA.
           PERFORM 9710-LOCALIZAR-PRAZO.
           IF PRAZO-ACHADO
              AND WRK-PRV-EMBARQUE NUMERIC
              AND WRK-PRV-EMBARQUE GREATER ZEROS
               MOVE WRK-PRV-EMBARQUE TO WRK-PRV-ATUAL
               MOVE ZEROS            TO WRK-PRV-ANDADOS
               PERFORM UNTIL WRK-PRV-ANDADOS EQUAL WRK-PRAZO-DIAS
                   PERFORM 9730-AVANCAR-UM-DIA
                   PERFORM 9750-VERIFICAR-DIA-UTIL
                   IF PRV-DIA-UTIL
                       ADD 1 TO WRK-PRV-ANDADOS
                   END-IF
               END-PERFORM
               MOVE WRK-PRV-ATUAL TO WRK-PRV-DATA
           END-IF.

      *=== AVANCA WRK-PRV-ATUAL EM 1 DIA, VIRANDO MES E ANO QUANDO O
      *=== DIA PASSA DO TOTAL DO MES (PROG020)
       9730-AVANCAR-UM-DIA   SECTION.
           PERFORM 9740-VERIFICAR-BISSEXTO.
           MOVE WRK-PRV-DIAS-MES(WRK-PRV-MES) TO WRK-PRV-TOTAL-DIAS.
           IF WRK-PRV-MES EQUAL 02 AND PRV-ANO-BISSEXTO
               MOVE 29 TO WRK-PRV-TOTAL-DIAS
           END-IF.

           ADD 1 TO WRK-PRV-DIA.
           IF WRK-PRV-DIA GREATER WRK-PRV-TOTAL-DIAS
               MOVE 1 TO WRK-PRV-DIA
               ADD 1 TO WRK-PRV-MES
               IF WRK-PRV-MES GREATER 12
                   MOVE 1 TO WRK-PRV-MES
                   ADD 1 TO WRK-PRV-ANO
               END-IF
           END-IF.

      *=== WRK-PRV-ANO E BISSEXTO QUANDO DIVISIVEL POR 4 E NAO POR
      *=== 100, OU QUANDO DIVISIVEL POR 400 (PROG016)
       9740-VERIFICAR-BISSEXTO SECTION.
           MOVE "N" TO WRK-PRV-BISSEXTO.
           COMPUTE WRK-PRV-RESTO-4   = FUNCTION MOD(WRK-PRV-ANO, 4).
           COMPUTE WRK-PRV-RESTO-100 = FUNCTION MOD(WRK-PRV-ANO, 100).
           COMPUTE WRK-PRV-RESTO-400 = FUNCTION MOD(WRK-PRV-ANO, 400).
           IF WRK-PRV-RESTO-400 EQUAL ZEROS
               MOVE "S" TO WRK-PRV-BISSEXTO
           ELSE
               IF WRK-PRV-RESTO-4 EQUAL ZEROS
                  AND WRK-PRV-RESTO-100 NOT EQUAL ZEROS
                   MOVE "S" TO WRK-PRV-BISSEXTO
               END-IF
           END-IF.

      *=== PERGUNTA AO DATAMES SE WRK-PRV-ATUAL E DIA UTIL NO DESTINO
       9750-VERIFICAR-DIA-UTIL SECTION.
           MOVE SPACES        TO WRK-PRV-DATA-PARM.
           MOVE WRK-PRV-ATUAL TO WRK-PRV-DATA-PARM(1:8).
           MOVE WRK-PRV-UF    TO WRK-PRV-DATA-PARM(9:2).
           MOVE WRK-PRV-CEP   TO WRK-PRV-DATA-PARM(11:8).
           CALL "DATAMES" USING WRK-PRV-DATA-PARM WRK-PRV-DIA-UTIL.

      *=== WRK-PRV-DATA EM DD/MM/AAAA NO WRK-PRV-DATA-ED; SEM DATA
      *=== PROMETIDA, O CAMPO FICA EM BRANCO
       9760-EDITAR-PREVISAO  SECTION.
           IF WRK-PRV-DATA GREATER ZEROS
               MOVE WRK-PRV-DATA-DIA TO WRK-PRV-ED-DIA
               MOVE WRK-PRV-DATA-MES TO WRK-PRV-ED-MES
               MOVE WRK-PRV-DATA-ANO TO WRK-PRV-ED-ANO
               MOVE WRK-PRV-DATA-BARRAS TO WRK-PRV-DATA-ED
           ELSE
               MOVE SPACES TO WRK-PRV-DATA-ED
           END-IF.
