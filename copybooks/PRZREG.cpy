      *=================================================================
      *==  COPYBOOK: PRZREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE PRAZO.CTL, OS DIAS UTEIS DE
      *==            TRANSITO PROMETIDOS POR TRANSPORTADORA E UF DE
      *==            DESTINO: A PREVISAO DE ENTREGA DA COTACAO E DO
      *==            EMBARQUE (COPYBOOKS PRZWS/PRZPR) E A MEDIDA DO
      *==            DESEMPENHO DAS TRANSPORTADORAS (FRETDES)
      *==  DATA: 25/07/2025
      *==  OBSERVACOES: TRANSPORTADORA EM BRANCO = PRAZO DA UF PARA
      *==               QUALQUER TRANSPORTADORA SEM LINHA PROPRIA (E
      *==               PARA O FRETE DE TABELA UNICA, SEM TRANSP.CTL)
      *=================================================================
       01  REG-PRAZOCTL.
           05  REG-PRZ-TRANSP          PIC X(003).
           05  REG-PRZ-UF              PIC X(002).
           05  REG-PRZ-DIAS            PIC 9(003).
