      *=================================================================
      *==  COPYBOOK: RESREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE RESERVAS.DAT, 1
      *==            RESERVA POR COTACAO ACEITA NO EXERCICIO02: NUMERO,
      *==            PASSAGEIRO, TRECHOS COM DATA, IDA E VOLTA, TOTAL,
      *==            STATUS E DATA DO PEDIDO; NO FIM, O CLIENTE
      *==            FATURADO E O ACERTO DO CANCELAMENTO (RESMANU).
      *==            USADO NO FD DE TODOS OS PROGRAMAS QUE ABREM O
      *==            ARQUIVO
      *==  DATA: 01/08/2025
      *==  OBSERVACOES: STATUS "R"-SOLICITADA / "C"-CONFIRMADA /
      *==               "X"-CANCELADA / "E"-EM ESPERA (SEM LUGAR EM
      *==               ALGUM TRECHO); SOLICITADA E CONFIRMADA OCUPAM
      *==               LUGAR. CLIENTE ZERO = PASSAGEIRO PARTICULAR.
      *==               NO CANCELAMENTO FICAM A DATA, O PERCENTUAL DA
      *==               POLITICA, A MULTA RETIDA, O REEMBOLSO E A
      *==               FATURA DA MULTA NO CONTAS A RECEBER (ZERO = SEM
      *==               FATURA). RESERVA GRAVADA ANTES DESSES CAMPOS OS
      *==               TEM EM BRANCO - QUEM LE TRATA COMO ZERO
      *==  ALTERACOES
      *==  04/08/2025 GC: COBRANCA DA RESERVA CONFIRMADA (176 -> 205
      *==               POSICOES): DATA DA CONFIRMACAO, FATURAS DO SINAL
      *==               E DO SALDO NO CONTAS A RECEBER (ZERO = SEM
      *==               FATURA: PARTICULAR OU CONFIRMADA ANTES DA
      *==               COBRANCA), VENCIMENTO DO SALDO E O TIPO DO
      *==               CANCELAMENTO ("O"/BRANCO-PELO OPERADOR /
      *==               "L"-LIBERADA POR FALTA DE PAGAMENTO DO SINAL).
      *==               REGISTRO ANTIGO CHEGA COM ELES EM BRANCO
      *=================================================================
       01  REG-RESERVA.
           05  RES-NUMERO              PIC 9(006).
           05  RES-PASSAGEIRO          PIC X(030).
           05  RES-QTD-TRECHOS         PIC 9(001).
           05  RES-TRECHO OCCURS 8 TIMES.
               10  RES-TRE-DESTINO     PIC X(002).
               10  RES-TRE-DATA        PIC 9(008).
           05  RES-IDA-VOLTA           PIC X(001).
           05  RES-TOTAL               PIC 9(006)V99.
           05  RES-STATUS              PIC X(001).
               88  RESERVA-SOLICITADA          VALUE "R".
               88  RESERVA-CONFIRMADA          VALUE "C".
               88  RESERVA-CANCELADA           VALUE "X".
               88  RESERVA-EM-ESPERA           VALUE "E".
               88  RESERVA-OCUPA-LUGAR         VALUE "R" "C".
           05  RES-DATA-PEDIDO         PIC 9(008).
           05  RES-CLIENTE             PIC 9(006).
           05  RES-DATA-CANCEL         PIC 9(008).
           05  RES-PERC-MULTA          PIC 9(003)V99.
           05  RES-MULTA               PIC 9(006)V99.
           05  RES-REEMBOLSO           PIC 9(006)V99.
           05  RES-FATURA-MULTA        PIC 9(006).
           05  RES-DATA-CONFIRMA       PIC 9(008).
           05  RES-FATURA-SINAL        PIC 9(006).
           05  RES-FATURA-SALDO        PIC 9(006).
           05  RES-VENC-SALDO          PIC 9(008).
           05  RES-TIPO-CANCEL         PIC X(001).
               88  CANCEL-PELO-OPERADOR        VALUE "O" " ".
               88  CANCEL-SINAL-VENCIDO        VALUE "L".
