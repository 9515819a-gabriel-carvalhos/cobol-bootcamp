      *=================================================================
      *==  COPYBOOK: ACDREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE ACORDOS.DAT -
      *==            OS ACORDOS DE PARCELAMENTO DE FATURAS VENCIDAS
      *==            FEITOS PELO FATRENEG: 1 REGISTRO POR ACORDO, COM
      *==            AS FATURAS ORIGINAIS QUE ELE FECHOU (STATUS
      *==            "R"-RENEGOCIADA EM CONTAS_RECEBER.DAT) E AS
      *==            PARCELAS, QUE SAO FATURAS NOVAS NO MESMO ARQUIVO
      *==  DATA: 21/05/2025
      *==  OBSERVACOES: INDEXADO POR ACD-NUMERO (CONTROLE
      *==               ACORDONUM.CTL), COM CHAVE ALTERNADA PELA CHAVE
      *==               DO CLIENTE (COM DUPLICATAS). O TOTAL E A SOMA
      *==               DOS SALDOS COM OS ENCARGOS ATE A DATA DO
      *==               ACORDO; ACD-STATUS E ATUALIZADO PELO RELATORIO
      *==               DE ACORDOS DO FATRENEG ("R"-ROMPIDO = PARCELA
      *==               COM 30 DIAS OU MAIS DE ATRASO)
      *=================================================================
       01  REG-ACORDO.
           05  ACD-NUMERO              PIC 9(006).
           05  ACD-CHAVE-CLI.
               10  ACD-TIPO-CLI        PIC X(001).
               10  ACD-CLI-ID          PIC 9(006).
           05  ACD-CLIENTE             PIC X(030).
           05  ACD-DATA                PIC 9(008).
           05  ACD-OPERADOR            PIC X(008).
           05  ACD-VALOR-SALDOS        PIC 9(008)V99.
           05  ACD-VALOR-ENCARGOS      PIC 9(008)V99.
           05  ACD-VALOR-TOTAL         PIC 9(008)V99.
           05  ACD-QTD-ORIGINAIS       PIC 9(002).
           05  ACD-FATURA-ORIGINAL     PIC 9(006) OCCURS 10 TIMES.
           05  ACD-QTD-PARCELAS        PIC 9(002).
           05  ACD-PARCELA             OCCURS 24 TIMES.
               10  ACD-PARC-FATURA     PIC 9(006).
               10  ACD-PARC-VENCIMENTO PIC 9(008).
               10  ACD-PARC-VALOR      PIC 9(008)V99.
           05  ACD-STATUS              PIC X(001).
               88  ACORDO-ATIVO                VALUE "A".
               88  ACORDO-QUITADO              VALUE "Q".
               88  ACORDO-ROMPIDO              VALUE "R".
