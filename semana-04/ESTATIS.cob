      *==               PRIMEIRAS WRK-EST-QTD POSICOES DE WRK-EST-VALOR
      *==               E RECEBE OS RESULTADOS NOS DEMAIS CAMPOS; COM
      *==               WRK-EST-QTD ZERADO, TUDO VOLTA ZERADO
      *==  ALTERACOES
      *==  08/09/2025 GC: NOVO 2O PARAMETRO (COPYBOOK ESTWS) PARA
      *==               VALORES EM DINHEIRO, QUE NAO CABEM NO
      *==               9(003)V99 DO WRK-EST-PARM: COM EST-QTD
      *==               PREENCHIDO DEVOLVE MEDIA, DESVIO PADRAO, MAIOR
      *==               E MENOR DESSES VALORES (REVISAO DE VALORES
      *==               ATIPICOS DO FATATIP). A CONTA DO 1O PARAMETRO
      *==               NAO MUDA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       WORKING-STORAGE       SECTION.
       77  WRK-IND             PIC 9(003) VALUE ZEROS.

      *=== CONTAS DO 2O PARAMETRO: A VARIANCIA E ACUMULADA JA DIVIDIDA
      *=== PELA QUANTIDADE PARA CABER EM 18 DIGITOS
       77  WRK-EST-SOMA-AMPLA  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-EST-AFASTAMENTO PIC S9(008)V99 VALUE ZEROS.
       77  WRK-EST-VARIANCIA   PIC 9(016)V99 VALUE ZEROS.

       LINKAGE               SECTION.
       01  WRK-EST-PARM.
           05  WRK-EST-QTD     PIC 9(003).
           05  WRK-EST-MEDIA   PIC 9(003)V99.
           05  WRK-EST-VALOR   PIC 9(003)V99 OCCURS 500 TIMES.

      *=== VALORES EM DINHEIRO (MEDIA, DESVIO, MAIOR E MENOR)
       COPY "ESTWS.cpy".

       PROCEDURE             DIVISION USING WRK-EST-PARM
                                            WRK-EST-AMPLA.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           IF EST-QTD GREATER ZEROS
               PERFORM 0300-PROCESSAR-AMPLA
           END-IF.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           IF WRK-EST-QTD GREATER ZEROS
               COMPUTE WRK-EST-MEDIA = WRK-EST-SOMA / WRK-EST-QTD
           END-IF.

      *=== 2O PARAMETRO: 1A PASSADA PARA MAIOR, MENOR E MEDIA; 2A PARA
      *=== A VARIANCIA EM TORNO DA MEDIA, DE ONDE SAI O DESVIO PADRAO
       0300-PROCESSAR-AMPLA  SECTION.
           MOVE ZEROS TO WRK-EST-SOMA-AMPLA.
           MOVE ZEROS TO WRK-EST-VARIANCIA.
           MOVE ZEROS TO EST-MAIOR.
           MOVE EST-VALOR(1) TO EST-MENOR.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                     UNTIL WRK-IND GREATER EST-QTD
               IF EST-VALOR(WRK-IND) GREATER EST-MAIOR
                   MOVE EST-VALOR(WRK-IND) TO EST-MAIOR
               END-IF
               IF EST-VALOR(WRK-IND) LESS EST-MENOR
                   MOVE EST-VALOR(WRK-IND) TO EST-MENOR
               END-IF
               ADD EST-VALOR(WRK-IND) TO WRK-EST-SOMA-AMPLA
           END-PERFORM.
           COMPUTE EST-MEDIA ROUNDED = WRK-EST-SOMA-AMPLA / EST-QTD.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                     UNTIL WRK-IND GREATER EST-QTD
               COMPUTE WRK-EST-AFASTAMENTO =
                   EST-VALOR(WRK-IND) - EST-MEDIA
               COMPUTE WRK-EST-VARIANCIA ROUNDED = WRK-EST-VARIANCIA
                   + (WRK-EST-AFASTAMENTO * WRK-EST-AFASTAMENTO)
                   / EST-QTD
           END-PERFORM.
           COMPUTE EST-DESVIO ROUNDED =
               FUNCTION SQRT(WRK-EST-VARIANCIA).
       END PROGRAM ESTATIS.
