      *==  DATA: 06/05/2025
      *==  OBSERVACOES: A ULTIMA FAIXA USA 99999 COMO TETO PARA
      *==               REPRESENTAR "SEM LIMITE SUPERIOR"
      *==  ALTERACOES
      *==  22/08/2025 GC: TAMBEM USADA PELA FOLHA MENSAL (FOLHAMES), QUE
      *==               APLICA A TABELA SOBRE O BRUTO MENOS O INSS
      *==               (TABELA INSFAIXA) E A DEDUCAO DOS DEPENDENTES
      *=================================================================
      *=== TETO(5) + ALIQUOTA(2V99) + PARCELA A DEDUZIR(5V99)
       01  WRK-TAB-FAIXA-IR.
