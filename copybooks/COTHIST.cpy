      *=================================================================
      *==  COPYBOOK: COTHIST
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE COTACAO_HIST.TXT, O
      *==            HISTORICO DE TODA COTACAO USADA PELO EXERCICIO DE
      *==            CONVERSAO (PROGRAMA03 DA SEMANA 1): DATA, MOEDA,
      *==            COTACAO EM REAL E MODO QUE A USOU, PARA O CONTAS A
      *==            RECEBER CONVERTER OS CONTRATOS EM MOEDA
      *==            ESTRANGEIRA (COPYBOOKS FATMOEWS/FATMOEPR)
      *==  DATA: 18/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, SO CRESCE (O EXERCICIO ABRE EM
      *==               EXTEND); O MESMO DIA PODE TER MAIS DE 1 LINHA DA
      *==               MESMA MOEDA E VALE A ULTIMA GRAVADA. O EXERCICIO
      *==               E O COTAREL CONTINUAM COM O LAYOUT DECLARADO
      *==               NELES
      *=================================================================
       01  REG-COTHIST.
           05  CTH-DATA               PIC 9(008).
           05  CTH-SEP-1              PIC X(001).
           05  CTH-MOEDA              PIC X(003).
           05  CTH-SEP-2              PIC X(001).
           05  CTH-COTACAO            PIC 9(002)V99.
           05  CTH-SEP-3              PIC X(001).
           05  CTH-MODO               PIC X(001).
