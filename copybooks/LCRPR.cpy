      *=================================================================
      *==  COPYBOOK: LCRPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: 9160-CONFERIR-CREDITO - CONFERE NO MODULO FATLIMC
      *==            O CREDITO DO CLIENTE LCP-ID PARA O VALOR LCP-VALOR
      *==            E, NA RECUSA, MOSTRA O MOTIVO, O LIMITE, O SALDO EM
      *==            ABERTO E O DISPONIVEL E OFERECE A LIBERACAO POR UM
      *==            SUPERVISOR (PERFIL "S" DO OPERADOR.CTL), QUE O
      *==            MODULO ANOTA EM LIMITE_CREDITO.LOG
      *==  DATA: 12/07/2025
      *==  OBSERVACOES: O CHAMADOR PRECISA DO COPYBOOK LCRWS NO
      *==               WORKING-STORAGE E PREENCHE LCP-ID, LCP-VALOR,
      *==               LCP-PROGRAMA E LCP-OPERADOR ANTES; NA VOLTA,
      *==               CREDITO-APROVADO = PODE SEGUIR (DIRETO OU
      *==               LIBERADO PELO SUPERVISOR)
      *=================================================================
       9160-CONFERIR-CREDITO SECTION.
           MOVE "C"    TO LCP-OPERACAO.
           MOVE SPACES TO LCP-SUPERVISOR.
           CALL "FATLIMC" USING WRK-LCR-PARM.

           IF CREDITO-RECUSADO
               DISPLAY "CREDITO RECUSADO - " LCP-MOTIVO
               MOVE LCP-VALOR        TO LCT-VALOR-ED
               DISPLAY "  VALOR DA OPERACAO.. " LCT-VALOR-ED
               IF LCP-LIMITE GREATER ZEROS
                   MOVE LCP-LIMITE       TO LCT-LIMITE-ED
                   MOVE LCP-SALDO-ABERTO TO LCT-SALDO-ED
                   MOVE LCP-DISPONIVEL   TO LCT-DISPONIVEL-ED
                   DISPLAY "  LIMITE DE CREDITO.. " LCT-LIMITE-ED
                   DISPLAY "  SALDO EM ABERTO.... " LCT-SALDO-ED
                   DISPLAY "  DISPONIVEL......... " LCT-DISPONIVEL-ED
               END-IF
               DISPLAY "LIBERACAO DO SUPERVISOR (IDENTIFICACAO, "
                       "BRANCO = NAO LIBERA): "
               ACCEPT LCP-SUPERVISOR
               IF LCP-SUPERVISOR NOT EQUAL SPACES
                   MOVE "S" TO LCP-OPERACAO
                   CALL "FATLIMC" USING WRK-LCR-PARM
                   IF CREDITO-APROVADO
                       DISPLAY "OPERACAO LIBERADA PELO SUPERVISOR "
                               LCP-SUPERVISOR
                               " (ANOTADA EM LIMITE_CREDITO.LOG)"
                   ELSE
                       DISPLAY LCP-MOTIVO
                   END-IF
               END-IF
           END-IF.
