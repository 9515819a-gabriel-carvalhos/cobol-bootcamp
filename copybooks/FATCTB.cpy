      *=================================================================
      *==  COPYBOOK: FATCTB
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE INTERFACE CONTABIL
      *==            CONTABIL_AAAAMM.TXT, GERADO PELO FATCONT: 1 LINHA
      *==            TIPO "1" POR PARTIDA (CADA LANCAMENTO TEM UMA
      *==            LINHA A DEBITO E UMA A CREDITO, COM O MESMO NUMERO
      *==            E O MESMO VALOR) E 1 LINHA TIPO "9" NO FIM COM A
      *==            QUANTIDADE DE LINHAS E OS TOTAIS A DEBITO E A
      *==            CREDITO
      *==  DATA: 04/06/2025
      *==  OBSERVACOES: LARGURA FIXA DE 120 POSICOES, VALORES SEM
      *==               VIRGULA COM 2 DECIMAIS IMPLICITOS. O TRAILER E
      *==               UMA VISAO REDEFINIDA DO DETALHE
      *=================================================================
       01  REG-CONTABIL.
           05  CTB-TIPO                PIC X(001).
               88  CTB-DETALHE                 VALUE "1".
               88  CTB-TRAILER                 VALUE "9".
           05  CTB-DADOS-DETALHE.
               10  CTB-LANCAMENTO      PIC 9(006).
               10  CTB-DATA            PIC 9(008).
               10  CTB-CONTA           PIC X(012).
               10  CTB-NATUREZA        PIC X(001).
                   88  CTB-DEBITO              VALUE "D".
                   88  CTB-CREDITO             VALUE "C".
               10  CTB-VALOR           PIC 9(013)V99.
               10  CTB-EVENTO          PIC X(010).
               10  CTB-DOCUMENTO       PIC 9(006).
               10  CTB-SEQ             PIC 9(003).
               10  CTB-CHAVE-CLI       PIC X(007).
               10  CTB-HISTORICO       PIC X(040).
               10  FILLER              PIC X(011).
           05  CTB-DADOS-TRAILER REDEFINES CTB-DADOS-DETALHE.
               10  CTB-TRL-COMPETENCIA PIC 9(006).
               10  CTB-TRL-DATA-GERACAO PIC 9(008).
               10  CTB-TRL-QTD-LINHAS  PIC 9(007).
               10  CTB-TRL-TOTAL-DEBITO PIC 9(013)V99.
               10  CTB-TRL-TOTAL-CREDITO PIC 9(013)V99.
               10  FILLER              PIC X(068).
