      *=================================================================
      *==  COPYBOOK: FATEXT
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO EXTRATO DIARIO DA CONTA DE COBRANCA,
      *==            EXTRATO_BANCO.TXT, COMO O BANCO MANDA: 1 LINHA POR
      *==            LANCAMENTO NA CONTA (TIPO "1"), COM A DATA, A
      *==            NATUREZA ("C"-CREDITO / "D"-DEBITO), O VALOR COM
      *==            CENTAVOS IMPLICITOS, O DOCUMENTO E O HISTORICO
      *==  DATA: 11/06/2025
      *==  OBSERVACOES: NO CREDITO DE BOLETO O DOCUMENTO E O NOSSO
      *==               NUMERO DO TITULO; NO DEPOSITO DO BALCAO, O
      *==               NUMERO DA FATURA QUANDO O CAIXA INFORMA. AS
      *==               LINHAS DE OUTROS TIPOS (CABECALHO, SALDOS) NAO
      *==               INTERESSAM A CONCILIACAO (FATCONC)
      *=================================================================
       01  REG-EXTRATO.
           05  EXT-TIPO                PIC X(001).
               88  EXTRATO-LANCAMENTO          VALUE "1".
           05  EXT-DATA                PIC 9(008).
           05  EXT-NATUREZA            PIC X(001).
               88  EXTRATO-CREDITO             VALUE "C".
               88  EXTRATO-DEBITO              VALUE "D".
           05  EXT-VALOR               PIC 9(008)V99.
           05  EXT-DOCUMENTO           PIC X(015).
           05  EXT-DOCUMENTO-R REDEFINES EXT-DOCUMENTO
                                       PIC 9(015).
           05  EXT-HISTORICO           PIC X(040).
