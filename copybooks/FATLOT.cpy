      *=================================================================
      *==  COPYBOOK: FATLOT
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE FATLOTE.CTL,
      *==            O CONTROLE DAS EXECUCOES DO MODO LOTE DO
      *==            PROGRAMA08: 1 LINHA POR EXECUCAO, AMARRADA A
      *==            COMPETENCIA (MES/ANO) FATURADA, COM A FAIXA DE
      *==            NUMEROS DE FATURA USADA, QUANTIDADE, TOTAL E A
      *==            SITUACAO. COMPETENCIA COM EXECUCAO PROCESSADA ESTA
      *==            FECHADA - O LOTE NAO RODA DE NOVO PARA ELA
      *==  DATA: 28/05/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, CARREGADO EM MEMORIA E
      *==               REGRAVADO INTEIRO PELO PROGRAMA08 (NO INICIO DA
      *==               EXECUCAO, COM SITUACAO "I"-INICIADA, E NO FIM,
      *==               COM "P"-PROCESSADA). A ANULACAO (MODO 3,
      *==               SUPERVISOR) MARCA "A"-ANULADA E REABRE A
      *==               COMPETENCIA. AS FATURAS DE CADA EXECUCAO ESTAO
      *==               EM FATLOTE_FATURAS.DAT (COPYBOOK FATLTF)
      *=================================================================
       01  REG-FATLOTE.
           05  LOT-COMPETENCIA.
               10  LOT-COMP-ANO        PIC 9(004).
               10  LOT-COMP-MES        PIC 9(002).
           05  LOT-DATA-EXECUCAO       PIC 9(008).
           05  LOT-OPERADOR            PIC X(008).
           05  LOT-FAT-INICIAL         PIC 9(006).
           05  LOT-FAT-FINAL           PIC 9(006).
           05  LOT-QTD-FATURAS         PIC 9(005).
           05  LOT-VALOR-TOTAL         PIC 9(010)V99.
           05  LOT-SITUACAO            PIC X(001).
               88  LOTE-INICIADO               VALUE "I".
               88  LOTE-PROCESSADO             VALUE "P".
               88  LOTE-ANULADO                VALUE "A".
           05  LOT-DATA-ANULACAO       PIC 9(008).
           05  LOT-OPER-ANULACAO       PIC X(008).
