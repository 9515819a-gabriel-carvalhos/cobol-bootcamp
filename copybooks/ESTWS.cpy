      *=================================================================
      *==  COPYBOOK: ESTWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: 2O PARAMETRO DO MODULO ESTATIS, PARA VALORES EM
      *==            DINHEIRO (FATURAS, FRETES): O WRK-EST-PARM DE
      *==            SEMPRE SO COMPORTA NOTAS E NUMEROS ATE 999,99. O
      *==            CHAMADOR PREENCHE EST-QTD (ATE 500) E AS
      *==            PRIMEIRAS EST-QTD POSICOES DE EST-VALOR E CHAMA
      *==            CALL "ESTATIS" USING WRK-EST-PARM WRK-EST-AMPLA;
      *==            VOLTAM A MEDIA, O DESVIO PADRAO, O MAIOR E O MENOR
      *==  DATA: 08/09/2025
      *==  OBSERVACOES: QUEM SO USA O WRK-EST-PARM PASSA ESTA AREA COM
      *==               EST-QTD ZERADO (O VALUE DO COPYBOOK) E O MODULO
      *==               NAO MEXE NELA. O DESVIO E O POPULACIONAL (RAIZ
      *==               DA MEDIA DOS QUADRADOS DOS AFASTAMENTOS)
      *=================================================================
       01  WRK-EST-AMPLA.
           05  EST-QTD              PIC 9(003) VALUE ZEROS.
           05  EST-MEDIA            PIC 9(008)V99 VALUE ZEROS.
           05  EST-DESVIO           PIC 9(008)V99 VALUE ZEROS.
           05  EST-MAIOR            PIC 9(008)V99 VALUE ZEROS.
           05  EST-MENOR            PIC 9(008)V99 VALUE ZEROS.
           05  EST-VALOR            PIC 9(008)V99 OCCURS 500 TIMES.
