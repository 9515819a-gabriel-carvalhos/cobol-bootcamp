      *=================================================================
      *==  COPYBOOK: CXAEXT
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE EXTRATO.TXT, OS PAGAMENTOS
      *==            DE CONTAS RECEBIDOS NO BALCAO (EXERC01) E OS
      *==            LANCAMENTOS DA SESSAO DE SALDO CORRENTE
      *==            (PROGRAMA03): SEQUENCIA, VALOR, SITUACAO,
      *==            VENCIMENTO E, PARA O FECHAMENTO DO CAIXA (CXAFECH),
      *==            A DATA, O OPERADOR, A FORMA DE PAGAMENTO E O
      *==            PROGRAMA QUE GRAVOU
      *==  DATA: 20/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, ABERTO EM EXTEND. AS LINHAS
      *==               GRAVADAS ANTES DA DATA E DO OPERADOR CHEGAM COM
      *==               ESSES CAMPOS EM BRANCO E NAO ENTRAM EM NENHUM
      *==               FECHAMENTO
      *=================================================================
       01  REG-EXTRATO.
           05  REG-EXT-SEQ             PIC 9(004).
           05  REG-EXT-SEP             PIC X(003).
           05  REG-EXT-VALOR           PIC 9(004)V99.
           05  REG-EXT-SEP2            PIC X(003).
           05  REG-EXT-SITUACAO        PIC X(008).
           05  REG-EXT-SEP3            PIC X(003).
           05  REG-EXT-VENCIMENTO      PIC 9(008).
           05  REG-EXT-SEP4            PIC X(003).
           05  REG-EXT-DATA            PIC 9(008).
           05  REG-EXT-SEP5            PIC X(003).
           05  REG-EXT-OPERADOR        PIC X(008).
           05  REG-EXT-SEP6            PIC X(003).
           05  REG-EXT-FORMA           PIC X(001).
               88  EXT-FORMA-DINHEIRO          VALUE "D".
               88  EXT-FORMA-CHEQUE            VALUE "C".
               88  EXT-FORMA-CARTAO            VALUE "T".
               88  EXT-FORMA-PIX               VALUE "P".
           05  REG-EXT-SEP7            PIC X(003).
           05  REG-EXT-PROGRAMA        PIC X(010).
