      *=================================================================
      *==  COPYBOOK: CXAFCH
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE CAIXA_FECHAMENTO.DAT, OS
      *==            FECHAMENTOS DE CAIXA DO BALCAO (CXAFECH): 1 LINHA
      *==            "F" POR DIA, OPERADOR E FORMA DE PAGAMENTO, COM O
      *==            TOTAL DO SISTEMA, O CONTADO NA GAVETA E A
      *==            DIFERENCA (+ SOBRA / - FALTA); A REABERTURA DE UM
      *==            DIA PELO SUPERVISOR GRAVA 1 LINHA "R" QUE ANULA AS
      *==            LINHAS "F" ANTERIORES DO MESMO DIA E OPERADOR
      *==  DATA: 20/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, SO CRESCE (ABERTO EM EXTEND).
      *==               FORMAS: D-DINHEIRO / C-CHEQUE / T-CARTAO /
      *==               P-PIX. NA LINHA "R" A FORMA FICA EM BRANCO E OS
      *==               VALORES ZERADOS
      *=================================================================
       01  REG-FECHCAIXA.
           05  FCX-DATA               PIC 9(008).
           05  FCX-SEP-1              PIC X(001).
           05  FCX-OPERADOR           PIC X(008).
           05  FCX-SEP-2              PIC X(001).
           05  FCX-TIPO               PIC X(001).
               88  FCX-FECHAMENTO               VALUE "F".
               88  FCX-REABERTURA               VALUE "R".
           05  FCX-SEP-3              PIC X(001).
           05  FCX-FORMA              PIC X(001).
           05  FCX-SEP-4              PIC X(001).
           05  FCX-VALOR-SISTEMA      PIC 9(008)V99.
           05  FCX-SEP-5              PIC X(001).
           05  FCX-VALOR-CONTADO      PIC 9(008)V99.
           05  FCX-SEP-6              PIC X(001).
           05  FCX-DIFERENCA          PIC 9(008)V99.
           05  FCX-SINAL              PIC X(001).
               88  FCX-SOBRA                    VALUE "+".
               88  FCX-FALTA                    VALUE "-".
           05  FCX-SEP-7              PIC X(001).
           05  FCX-SUPERVISOR         PIC X(008).
           05  FCX-SEP-8              PIC X(001).
           05  FCX-DATA-GRAVACAO      PIC 9(008).
           05  FCX-SEP-9              PIC X(001).
           05  FCX-HORA-GRAVACAO      PIC 9(008).
