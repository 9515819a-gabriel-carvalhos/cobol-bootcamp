      *=================================================================
      *==  COPYBOOK: FATVAR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE VARIACAO_CAMBIAL.DAT, A
      *==            VARIACAO CAMBIAL APURADA NA BAIXA DE FATURA EM
      *==            MOEDA ESTRANGEIRA (PROGRAMA12): VALOR NA MOEDA,
      *==            COTACAO DA EMISSAO E DO PAGAMENTO, VALOR RECEBIDO,
      *==            VALOR CONTABIL BAIXADO E A DIFERENCA (GANHO OU
      *==            PERDA). LIDO PELO RELATORIO MENSAL FATCAMB
      *==  DATA: 18/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, SO CRESCE. O ESTORNO DA BAIXA
      *==               NAO APAGA A LINHA: GRAVA UMA COPIA TIPO "E" NA
      *==               DATA DO ESTORNO, QUE O RELATORIO SUBTRAI
      *=================================================================
       01  REG-VARCAMB.
           05  VAR-DATA               PIC 9(008).
           05  VAR-SEP-1              PIC X(001).
           05  VAR-TIPO               PIC X(001).
               88  VARIACAO-DA-BAIXA             VALUE "B".
               88  VARIACAO-ESTORNADA            VALUE "E".
           05  VAR-SEP-2              PIC X(001).
           05  VAR-NUMERO             PIC 9(006).
           05  VAR-SEP-3              PIC X(001).
           05  VAR-SEQ                PIC 9(003).
           05  VAR-SEP-4              PIC X(001).
           05  VAR-CLIENTE            PIC X(030).
           05  VAR-SEP-5              PIC X(001).
           05  VAR-MOEDA              PIC X(003).
           05  VAR-SEP-6              PIC X(001).
           05  VAR-VALOR-MOEDA        PIC 9(008)V99.
           05  VAR-SEP-7              PIC X(001).
           05  VAR-COTACAO-EMISSAO    PIC 9(002)V99.
           05  VAR-SEP-8              PIC X(001).
           05  VAR-COTACAO-PGTO       PIC 9(002)V99.
           05  VAR-SEP-9              PIC X(001).
           05  VAR-VALOR-RECEBIDO     PIC 9(008)V99.
           05  VAR-SEP-10             PIC X(001).
           05  VAR-VALOR-CONTABIL     PIC 9(008)V99.
           05  VAR-SEP-11             PIC X(001).
           05  VAR-VALOR-VARIACAO     PIC 9(008)V99.
           05  VAR-SINAL              PIC X(001).
               88  VARIACAO-GANHO                VALUE "+".
               88  VARIACAO-PERDA                VALUE "-".
           05  VAR-SEP-12             PIC X(001).
           05  VAR-OPERADOR           PIC X(008).
