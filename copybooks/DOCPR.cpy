      *=================================================================
      *==  COPYBOOK: DOCPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PARAGRAFOS DO CPF/CNPJ (CAMPOS NO COPYBOOK DOCWS):
      *==            9080-VALIDAR-DOCUMENTO SEPARA OS DIGITOS DE
      *==            WRK-DOC-VALIDAR (IGNORANDO PONTO, BARRA, HIFEN E
      *==            ESPACO), DECIDE CPF (11) OU CNPJ (14) E CONFERE OS
      *==            2 DIGITOS VERIFICADORES PELO MODULO 11;
      *==            9088-EDITAR-DOCUMENTO MONTA A MASCARA
      *==            999.999.999-99 OU 99.999.999/9999-99
      *==  DATA: 27/06/2025
      *==  OBSERVACOES: DOCUMENTO TODO EM BRANCO E CONSIDERADO INVALIDO
      *==               AQUI - CABE AO CHAMADOR DECIDIR SE BRANCO E
      *==               ACEITO (COMO NO EMAILPR)
      *=================================================================
       9080-VALIDAR-DOCUMENTO SECTION.
           MOVE "N"    TO WRK-DOC-VALIDO.
           MOVE SPACES TO WRK-DOC-TIPO.
           MOVE ZEROS  TO WRK-DOC-NUMERO.
           MOVE SPACES TO WRK-DOC-DIGITOS.
           MOVE ZEROS  TO WRK-DOC-QTD.
           MOVE "N"    TO WRK-DOC-LIXO.

      *=== SEPARA OS DIGITOS; QUALQUER OUTRO CARACTERE QUE NAO SEJA DA
      *=== MASCARA INVALIDA O VALOR
           PERFORM VARYING WRK-DOC-POS FROM 1 BY 1
                     UNTIL WRK-DOC-POS GREATER 20
               EVALUATE TRUE
                   WHEN WRK-DOC-VALIDAR(WRK-DOC-POS:1) IS NUMERIC
                       ADD 1 TO WRK-DOC-QTD
                       IF WRK-DOC-QTD NOT GREATER 14
                           MOVE WRK-DOC-VALIDAR(WRK-DOC-POS:1)
                             TO WRK-DOC-DIGITOS(WRK-DOC-QTD:1)
                       END-IF
                   WHEN WRK-DOC-VALIDAR(WRK-DOC-POS:1) EQUAL "."
                   WHEN WRK-DOC-VALIDAR(WRK-DOC-POS:1) EQUAL "/"
                   WHEN WRK-DOC-VALIDAR(WRK-DOC-POS:1) EQUAL "-"
                   WHEN WRK-DOC-VALIDAR(WRK-DOC-POS:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "S" TO WRK-DOC-LIXO
               END-EVALUATE
           END-PERFORM.

           IF WRK-DOC-LIXO EQUAL "N"
              AND (WRK-DOC-QTD EQUAL 11 OR WRK-DOC-QTD EQUAL 14)
      *=== TODOS OS DIGITOS IGUAIS (000..., 111...) NAO VALEM
               MOVE ZEROS TO WRK-DOC-IGUAIS
               PERFORM VARYING WRK-DOC-POS FROM 1 BY 1
                         UNTIL WRK-DOC-POS GREATER WRK-DOC-QTD
                   IF WRK-DOC-DIGITOS(WRK-DOC-POS:1) EQUAL
                      WRK-DOC-DIGITOS(1:1)
                       ADD 1 TO WRK-DOC-IGUAIS
                   END-IF
               END-PERFORM
               IF WRK-DOC-IGUAIS LESS WRK-DOC-QTD
                   IF WRK-DOC-QTD EQUAL 11
                       MOVE "F"         TO WRK-DOC-TIPO
                       MOVE WRK-DOC-CPF TO WRK-DOC-NUMERO
                       MOVE 04          TO WRK-DOC-INI
                       MOVE 11          TO WRK-DOC-PESO-MAX
                   ELSE
                       MOVE "J"          TO WRK-DOC-TIPO
                       MOVE WRK-DOC-CNPJ TO WRK-DOC-NUMERO
                       MOVE 01           TO WRK-DOC-INI
                       MOVE 09           TO WRK-DOC-PESO-MAX
                   END-IF
      *=== 1O DIGITO SOBRE A BASE, 2O SOBRE A BASE + O 1O DIGITO
                   MOVE 12 TO WRK-DOC-FIM
                   PERFORM 9085-DV-MODULO-11
                   IF WRK-DOC-DV EQUAL WRK-DOC-DIG(13)
                       MOVE 13 TO WRK-DOC-FIM
                       PERFORM 9085-DV-MODULO-11
                       IF WRK-DOC-DV EQUAL WRK-DOC-DIG(14)
                           MOVE "S" TO WRK-DOC-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NOT DOCUMENTO-VALIDO
               MOVE SPACES TO WRK-DOC-TIPO
               MOVE ZEROS  TO WRK-DOC-NUMERO
           END-IF.

      *=== DIGITO DO MODULO 11 DE WRK-DOC-DIG(WRK-DOC-INI) ATE
      *=== WRK-DOC-DIG(WRK-DOC-FIM), PESOS DE 2 ATE WRK-DOC-PESO-MAX A
      *=== PARTIR DA DIREITA (VOLTANDO A 2 DEPOIS DO MAXIMO)
       9085-DV-MODULO-11     SECTION.
           MOVE ZEROS TO WRK-DOC-SOMA.
           MOVE 2     TO WRK-DOC-PESO.
           PERFORM VARYING WRK-DOC-POS FROM WRK-DOC-FIM BY -1
                     UNTIL WRK-DOC-POS LESS WRK-DOC-INI
               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
                   + WRK-DOC-DIG(WRK-DOC-POS) * WRK-DOC-PESO
               IF WRK-DOC-PESO EQUAL WRK-DOC-PESO-MAX
                   MOVE 2 TO WRK-DOC-PESO
               ELSE
                   ADD 1 TO WRK-DOC-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-DOC-SOMA BY 11
               GIVING WRK-DOC-QUOCIENTE REMAINDER WRK-DOC-RESTO.
           IF WRK-DOC-RESTO LESS 2
               MOVE ZEROS TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.

      *=== MASCARA DO DOCUMENTO EM WRK-DOC-TIPO/WRK-DOC-NUMERO; SEM
      *=== DOCUMENTO (TIPO EM BRANCO) O EDITADO FICA EM BRANCO
       9088-EDITAR-DOCUMENTO SECTION.
           MOVE SPACES TO WRK-DOC-EDITADO.
           MOVE WRK-DOC-NUMERO TO WRK-DOC-DIGITOS.
           EVALUATE WRK-DOC-TIPO
               WHEN "F"
                   STRING WRK-DOC-DIGITOS(4:3)  DELIMITED BY SIZE
                          "."                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(7:3)  DELIMITED BY SIZE
                          "."                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(10:3) DELIMITED BY SIZE
                          "-"                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(13:2) DELIMITED BY SIZE
                          INTO WRK-DOC-EDITADO
                   END-STRING
               WHEN "J"
                   STRING WRK-DOC-DIGITOS(1:2)  DELIMITED BY SIZE
                          "."                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(3:3)  DELIMITED BY SIZE
                          "."                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(6:3)  DELIMITED BY SIZE
                          "/"                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(9:4)  DELIMITED BY SIZE
                          "-"                   DELIMITED BY SIZE
                          WRK-DOC-DIGITOS(13:2) DELIMITED BY SIZE
                          INTO WRK-DOC-EDITADO
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
