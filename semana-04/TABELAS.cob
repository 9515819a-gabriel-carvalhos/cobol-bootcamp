      *==               USING, COMO DATAMES/DATAFMT), QUE O PROG015 E
      *==               OS PROGRAMAS DE NOTAS TAMBEM PASSAM A CHAMAR EM
      *==               VEZ DE CADA UM MANTER A PROPRIA COPIA DA CONTA
      *==  08/09/2025 GC: O MODULO ESTATIS GANHOU UM 2O PARAMETRO
      *==               (COPYBOOK ESTWS, VALORES EM DINHEIRO), PASSADO
      *==               AQUI ZERADO; A CONTA DOS NUMEROS NAO MUDA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  WRK-EST-MEDIA   PIC 9(003)V99.
           05  WRK-EST-VALOR   PIC 9(003)V99 OCCURS 500 TIMES.

      *=== 2O PARAMETRO DO ESTATIS (COPYBOOK ESTWS), SEMPRE ZERADO AQUI
       COPY "ESTWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.

      *=== A CONTA DE MAIOR/MENOR/SOMA/MEDIA AGORA E DO MODULO ESTATIS
           MOVE WRK-LIDOS TO WRK-EST-QTD.
           CALL "ESTATIS" USING WRK-EST-PARM WRK-EST-AMPLA.

           MOVE WRK-EST-MAIOR TO WRK-MAIOR-ED.
           MOVE WRK-EST-MENOR TO WRK-MENOR-ED.
