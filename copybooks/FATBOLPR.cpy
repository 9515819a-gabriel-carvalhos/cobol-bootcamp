      *=================================================================
      *==  COPYBOOK: FATBOLPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PARAGRAFOS DO BOLETO DA FATURA (CAMPOS NO
      *==            COPYBOOK FATBOLWS): LEITURA DO BANCO.CTL E DO
      *==            NOSSONUM.CTL, NOSSO NUMERO COM O DIGITO (MODULO 11
      *==            PESOS 2 A 7 SOBRE CARTEIRA + NOSSO NUMERO, RESTO 0
      *==            OU 1 = DIGITO 0), CODIGO DE BARRAS COM O DIGITO
      *==            GERAL (MODULO 11 PESOS 2 A 9, RESTO 0 OU 1 =
      *==            DIGITO 1) E LINHA DIGITAVEL COM O DIGITO DE CADA
      *==            CAMPO (MODULO 10 PESOS 2 E 1)
      *==  DATA: 09/06/2025
      *==  OBSERVACOES: O CHAMADOR DECLARA OS ARQUIVOS BANCOCTL (FATBCO)
      *==               E NOSSONUMCTL (REG-NOSSONUM PIC 9(011)) E O
      *==               RECEBER (FATREG). SEM BANCO.CTL VALIDO
      *==               BANCO-CONFIGURADO FICA DESLIGADO E O CHAMADOR
      *==               NAO DEVE GERAR BOLETO
      *=================================================================
       9500-CARREGAR-BANCO   SECTION.
           MOVE "N" TO WRK-BOL-SITUACAO.
           OPEN INPUT BANCOCTL.
           IF FS-BANCOCTL EQUAL 00
               READ BANCOCTL
               IF FS-BANCOCTL EQUAL 00
                  AND BCO-CODIGO NUMERIC
                  AND BCO-AGENCIA NUMERIC
                  AND BCO-CARTEIRA NUMERIC
                  AND BCO-CONTA NUMERIC
                  AND BCO-CODIGO GREATER ZEROS
                   MOVE BCO-CODIGO   TO WRK-BOL-BANCO
                   MOVE BCO-AGENCIA  TO WRK-BOL-AGENCIA
                   MOVE BCO-CARTEIRA TO WRK-BOL-CARTEIRA
                   MOVE BCO-CONTA    TO WRK-BOL-CONTA
                   MOVE "S" TO WRK-BOL-SITUACAO
               END-IF
               CLOSE BANCOCTL
           END-IF.

      *=== PROXIMO NOSSO NUMERO (1A EXECUCAO = 1)
           MOVE 1 TO WRK-BOL-PROX-NOSSO.
           OPEN INPUT NOSSONUMCTL.
           IF FS-NOSSONUM EQUAL 00
               READ NOSSONUMCTL
               IF FS-NOSSONUM EQUAL 00
                   MOVE REG-NOSSONUM TO WRK-BOL-PROX-NOSSO
               END-IF
               CLOSE NOSSONUMCTL
           END-IF.

       9510-ATRIBUIR-NOSSO-NUMERO SECTION.
           MOVE WRK-BOL-PROX-NOSSO TO FAT-NOSSO-NUMERO.
           ADD 1 TO WRK-BOL-PROX-NOSSO.
           MOVE WRK-BOL-CARTEIRA TO WRK-NB-CARTEIRA.
           MOVE FAT-NOSSO-NUMERO TO WRK-NB-NOSSO.
           MOVE ZEROS TO WRK-BOL-SOMA.
           MOVE 2     TO WRK-BOL-PESO.
           PERFORM VARYING WRK-BOL-IND FROM 13 BY -1
                     UNTIL WRK-BOL-IND LESS 1
               COMPUTE WRK-BOL-SOMA = WRK-BOL-SOMA
                   + WRK-NB-DIG(WRK-BOL-IND) * WRK-BOL-PESO
               IF WRK-BOL-PESO EQUAL 7
                   MOVE 2 TO WRK-BOL-PESO
               ELSE
                   ADD 1 TO WRK-BOL-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-BOL-SOMA BY 11
               GIVING WRK-BOL-QUOCIENTE REMAINDER WRK-BOL-RESTO.
           IF WRK-BOL-RESTO LESS 2
               MOVE ZEROS TO FAT-NOSSO-DV
           ELSE
               COMPUTE FAT-NOSSO-DV = 11 - WRK-BOL-RESTO
           END-IF.

       9515-GUARDAR-NOSSO-NUMERO SECTION.
           OPEN OUTPUT NOSSONUMCTL.
           MOVE WRK-BOL-PROX-NOSSO TO REG-NOSSONUM.
           WRITE REG-NOSSONUM.
           CLOSE NOSSONUMCTL.

      *=== CODIGO DE BARRAS: BANCO, MOEDA 9, DIGITO GERAL, FATOR DE
      *=== VENCIMENTO, VALOR E CAMPO LIVRE; A LINHA DIGITAVEL LEVA O
      *=== CAMPO LIVRE EM 3 CAMPOS COM DIGITO, O DIGITO GERAL E O FATOR
      *=== COM O VALOR
       9520-MONTAR-BOLETO    SECTION.
           COMPUTE WRK-BOL-FATOR =
               FUNCTION INTEGER-OF-DATE(FAT-VENCIMENTO)
             - FUNCTION INTEGER-OF-DATE(19971007).
           IF WRK-BOL-FATOR GREATER 9999
               SUBTRACT 9000 FROM WRK-BOL-FATOR
           END-IF.
           MOVE WRK-BOL-BANCO    TO WRK-CB-BANCO.
           MOVE 9                TO WRK-CB-MOEDA.
           MOVE ZEROS            TO WRK-CB-DV.
           MOVE WRK-BOL-FATOR    TO WRK-CB-FATOR.
           MOVE WRK-BOL-VALOR    TO WRK-CB-VALOR.
           MOVE WRK-BOL-AGENCIA  TO WRK-CB-AGENCIA.
           MOVE WRK-BOL-CARTEIRA TO WRK-CB-CARTEIRA.
           MOVE FAT-NOSSO-NUMERO TO WRK-CB-NOSSO.
           MOVE WRK-BOL-CONTA    TO WRK-CB-CONTA.
           MOVE ZEROS            TO WRK-CB-ZERO.

           MOVE ZEROS TO WRK-BOL-SOMA.
           MOVE 2     TO WRK-BOL-PESO.
           PERFORM VARYING WRK-BOL-IND FROM 44 BY -1
                     UNTIL WRK-BOL-IND LESS 1
               IF WRK-BOL-IND NOT EQUAL 5
                   COMPUTE WRK-BOL-SOMA = WRK-BOL-SOMA
                       + WRK-CB-DIG(WRK-BOL-IND) * WRK-BOL-PESO
                   IF WRK-BOL-PESO EQUAL 9
                       MOVE 2 TO WRK-BOL-PESO
                   ELSE
                       ADD 1 TO WRK-BOL-PESO
                   END-IF
               END-IF
           END-PERFORM.
           DIVIDE WRK-BOL-SOMA BY 11
               GIVING WRK-BOL-QUOCIENTE REMAINDER WRK-BOL-RESTO.
           IF WRK-BOL-RESTO LESS 2
               MOVE 1 TO WRK-CB-DV
           ELSE
               COMPUTE WRK-CB-DV = 11 - WRK-BOL-RESTO
           END-IF.

           MOVE SPACES TO WRK-BOL-M10-CAMPO.
           STRING WRK-CBP-BANCO-MOEDA DELIMITED BY SIZE
                  WRK-CBP-LIVRE-1     DELIMITED BY SIZE
                  INTO WRK-BOL-M10-CAMPO
           END-STRING.
           MOVE 9 TO WRK-BOL-M10-TAM.
           PERFORM 9530-DV-MODULO-10.
           MOVE WRK-M10-A  TO WRK-LD-1A.
           MOVE WRK-M10-B  TO WRK-LD-1B.
           MOVE WRK-BOL-DV TO WRK-LD-1DV.

           MOVE WRK-CBP-LIVRE-2 TO WRK-BOL-M10-CAMPO.
           MOVE 10 TO WRK-BOL-M10-TAM.
           PERFORM 9530-DV-MODULO-10.
           MOVE WRK-M10-A  TO WRK-LD-2A.
           MOVE WRK-M10-B  TO WRK-LD-2B.
           MOVE WRK-BOL-DV TO WRK-LD-2DV.

           MOVE WRK-CBP-LIVRE-3 TO WRK-BOL-M10-CAMPO.
           MOVE 10 TO WRK-BOL-M10-TAM.
           PERFORM 9530-DV-MODULO-10.
           MOVE WRK-M10-A  TO WRK-LD-3A.
           MOVE WRK-M10-B  TO WRK-LD-3B.
           MOVE WRK-BOL-DV TO WRK-LD-3DV.

           MOVE WRK-CB-DV           TO WRK-LD-4.
           MOVE WRK-CBP-FATOR-VALOR TO WRK-LD-5.

      *=== MODULO 10 DOS WRK-BOL-M10-TAM PRIMEIROS DIGITOS DO CAMPO,
      *=== PESOS 2 E 1 A PARTIR DA DIREITA (PRODUTO DE 2 ALGARISMOS
      *=== SOMA OS DOIS)
       9530-DV-MODULO-10     SECTION.
           MOVE ZEROS TO WRK-BOL-SOMA.
           MOVE 2     TO WRK-BOL-PESO.
           PERFORM VARYING WRK-BOL-IND FROM WRK-BOL-M10-TAM BY -1
                     UNTIL WRK-BOL-IND LESS 1
               COMPUTE WRK-BOL-PRODUTO =
                   WRK-M10-DIG(WRK-BOL-IND) * WRK-BOL-PESO
               IF WRK-BOL-PRODUTO GREATER 9
                   SUBTRACT 9 FROM WRK-BOL-PRODUTO
               END-IF
               ADD WRK-BOL-PRODUTO TO WRK-BOL-SOMA
               IF WRK-BOL-PESO EQUAL 2
                   MOVE 1 TO WRK-BOL-PESO
               ELSE
                   MOVE 2 TO WRK-BOL-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-BOL-SOMA BY 10
               GIVING WRK-BOL-QUOCIENTE REMAINDER WRK-BOL-RESTO.
           IF WRK-BOL-RESTO EQUAL ZEROS
               MOVE ZEROS TO WRK-BOL-DV
           ELSE
               COMPUTE WRK-BOL-DV = 10 - WRK-BOL-RESTO
           END-IF.
