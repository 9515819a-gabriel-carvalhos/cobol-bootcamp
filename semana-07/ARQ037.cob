      *==               PERCENTUAL ATE 100,00; PREFIXO DE CEP NUMERICO
      *==               + UF. A REGRAVACAO SO ACONTECE NO FIM E SO SE
      *==               HOUVE MUDANCA (MESMA TECNICA DO CIDMANU)
      *==  ALTERACOES
      *==  25/07/2025 GC: A LINHA DO FERIADOS.CTL PODE TRAZER DEPOIS DA
      *==               DATA A UF (POSICOES 9-10) DO FERIADO ESTADUAL E,
      *==               NO MUNICIPAL, TAMBEM O PREFIXO DE 5 DIGITOS DO
      *==               CEP DO MUNICIPIO (11-15); OS DOIS EM BRANCO =
      *==               FERIADO NACIONAL, COMO ANTES (VER DATAMES)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
                   END-IF
                   END-IF
               WHEN TAB-FERIADOS
      *=== DATA AAAAMMDD SA + UF (BRANCO = NACIONAL) + PREFIXO DO
      *=== CEP DO MUNICIPIO (5 NUMERICO, BRANCO = ESTADO TODO)
                   IF WRK-LINHA-NOVA(1:8) NOT NUMERIC
                      OR WRK-LINHA-NOVA(5:2) LESS "01"
                      OR WRK-LINHA-NOVA(5:2) GREATER "12"
                      OR WRK-LINHA-NOVA(7:2) GREATER "31"
                       MOVE "N" TO WRK-LINHA-OK
                       DISPLAY "DATA INVALIDA (AAAAMMDD)"
                   ELSE
                   IF WRK-LINHA-NOVA(11:5) NOT EQUAL SPACES
                      AND WRK-LINHA-NOVA(11:5) NOT NUMERIC
                       MOVE "N" TO WRK-LINHA-OK
                       DISPLAY "PREFIXO DE CEP INVALIDO (5 DIGITOS "
                               "NAS POSICOES 11-15)"
                   ELSE
                   IF WRK-LINHA-NOVA(11:5) NOT EQUAL SPACES
                      AND WRK-LINHA-NOVA(9:2) EQUAL SPACES
                       MOVE "N" TO WRK-LINHA-OK
                       DISPLAY "FERIADO MUNICIPAL PRECISA DA UF NAS "
                               "POSICOES 9-10"
                   END-IF
                   END-IF
                   END-IF
               WHEN TAB-LIMITE
      *=== TETO (6 NUMERICO) OU QUOTA ("D"/"O" + CHAVE + QUOTA(6))
