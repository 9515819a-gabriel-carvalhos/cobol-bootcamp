      *=================================================================
      *==  COPYBOOK: FATCTM
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA TABELA DE CONTAS CONTABEIS DO CONTAS A
      *==            RECEBER, CONTABIL.CTL: 1 LINHA POR EVENTO COM A
      *==            CONTA DEBITADA, A CONTA CREDITADA E O HISTORICO DO
      *==            LANCAMENTO NA EXPORTACAO CONTABIL (FATCONT)
      *==  DATA: 04/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, MANTIDO PELA CONTABILIDADE.
      *==               EVENTOS: FATURA (RECEITA DA FATURA DO LOTE),
      *==               IMPOSTO (IMPOSTO DA FATURA DO LOTE), PARCELA
      *==               (PARCELA DE ACORDO), RENEGOCIA (SALDO QUE FOI
      *==               PARA O ACORDO), ENCARGOS, BAIXA (BALCAO),
      *==               RETORNO (BANCO), EXCED-BAL / EXCED-BCO (O QUE
      *==               PASSOU DO DEVIDO E FOI PARA O CREDITO DO
      *==               CLIENTE), CREDITO (CREDITO ABATIDO NA EMISSAO),
      *==               NOTACRED, ANULACAO E ANULA-IMP (RECEITA E
      *==               IMPOSTO DA FATURA DE LOTE ANULADO). O ESTORNO
      *==               USA AS CONTAS DO EVENTO ESTORNADO, INVERTIDAS
      *==  ALTERACOES
      *==  18/06/2025 GC: EVENTOS VAR-ATIVA E VAR-PASSIV: GANHO E PERDA
      *==               DE VARIACAO CAMBIAL NA BAIXA DE FATURA EM MOEDA
      *==               ESTRANGEIRA (PROGRAMA12)
      *=================================================================
       01  REG-CONTAMAP.
           05  CTM-EVENTO              PIC X(010).
           05  CTM-CONTA-DEBITO        PIC X(012).
           05  CTM-CONTA-CREDITO       PIC X(012).
           05  CTM-HISTORICO           PIC X(030).
