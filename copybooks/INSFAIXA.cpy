      *=================================================================
      *==  COPYBOOK: INSFAIXA
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: TABELA PROGRESSIVA DO INSS DO EMPREGADO (TETO DA
      *==            FAIXA E ALIQUOTA), AO LADO DO IRFAIXA: CADA FAIXA
      *==            TRIBUTA SO A PARTE DO BRUTO ENTRE O TETO DA FAIXA
      *==            ANTERIOR E O DELA, E O QUE PASSA DO TETO DA ULTIMA
      *==            NAO CONTRIBUI. USADA PELA FOLHA MENSAL (FOLHAMES);
      *==            QUANDO A TABELA MUDA NO ANO, MUDA AQUI
      *==  DATA: 22/08/2025
      *==  OBSERVACOES: O TETO DA ULTIMA FAIXA E O TETO DE CONTRIBUICAO
      *=================================================================
      *=== TETO(5V99) + ALIQUOTA(2V99)
       01  WRK-TAB-FAIXA-INSS.
           05  FILLER          PIC X(011) VALUE "01518000750".
           05  FILLER          PIC X(011) VALUE "02793880900".
           05  FILLER          PIC X(011) VALUE "04190831200".
           05  FILLER          PIC X(011) VALUE "08157411400".

       01  WRK-TAB-FAIXA-INSS-R REDEFINES WRK-TAB-FAIXA-INSS.
           05  WRK-INSS-ITEM OCCURS 4 TIMES.
               10  WRK-INSS-TETO       PIC 9(005)V99.
               10  WRK-INSS-ALIQUOTA   PIC 9(002)V99.

       77  WRK-INSS-QTD        PIC 9(002) VALUE 4.
       77  WRK-INSS-IND        PIC 9(002) VALUE ZEROS.
