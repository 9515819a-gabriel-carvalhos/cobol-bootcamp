      *==               DO PROG023), O RELATORIO PASSA A TOTALIZAR
      *==               ESSE DESFECHO EM SEPARADO DOS REPROVADOS POR
      *==               MEDIA
      *==  08/09/2025 GC: O MODULO ESTATIS GANHOU UM 2O PARAMETRO
      *==               (COPYBOOK ESTWS, VALORES EM DINHEIRO), PASSADO
      *==               AQUI ZERADO; A CONTA DAS NOTAS NAO MUDA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  WRK-EST-MEDIA   PIC 9(003)V99.
           05  WRK-EST-VALOR   PIC 9(003)V99 OCCURS 500 TIMES.

      *=== 2O PARAMETRO DO ESTATIS (COPYBOOK ESTWS), SEMPRE ZERADO AQUI
       COPY "ESTWS.cpy".

      *=== TOTAIS DO RELATORIO
       77  WRK-SOMA-MEDIAS      PIC 9(006)V99 VALUE ZEROS.
       77  WRK-MEDIA-TURMA      PIC 99V99  VALUE ZEROS.

      *=== MEDIA DA TURMA PELO MODULO COMPARTILHADO ESTATIS
           MOVE WRK-QTD-ALUNOS TO WRK-EST-QTD.
           CALL "ESTATIS" USING WRK-EST-PARM WRK-EST-AMPLA.
           MOVE WRK-EST-MEDIA  TO WRK-MEDIA-TURMA.
           MOVE WRK-EST-SOMA   TO WRK-SOMA-MEDIAS.

