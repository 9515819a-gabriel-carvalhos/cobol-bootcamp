      *=================================================================
      *==  COPYBOOK: FATFCH
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DO ARQUIVO DE FECHAMENTO MENSAL
      *==            DO CONTAS A RECEBER, FECHAMENTO_AAAAMM.DAT, GRAVADO
      *==            PELO FATFECH: 1 LINHA "C" POR CLIENTE COM A POSICAO
      *==            DO MES (SALDO INICIAL, FATURADO, RECEBIDO,
      *==            ENCARGOS, CREDITOS E SALDO FINAL) E 1 LINHA "T" NO
      *==            FIM COM O TOTAL
      *==  DATA: 02/06/2025
      *==  OBSERVACOES: SALDO FINAL = SALDO INICIAL + FATURADO +
      *==               ENCARGOS - RECEBIDO - CREDITOS. RECEBIDO E O QUE
      *==               O BALCAO E O BANCO ABATERAM DE SALDO E ENCARGOS
      *==               (SEM O EXCEDENTE, QUE FOI PARA O CREDITO DO
      *==               CLIENTE), JA DESCONTADOS OS ESTORNOS; CREDITOS
      *==               JUNTA O CREDITO ABATIDO NA EMISSAO, AS NOTAS DE
      *==               CREDITO, AS ANULACOES DE LOTE E O QUE A
      *==               RENEGOCIACAO PASSOU PARA AS PARCELAS. O SALDO
      *==               FINAL DE UM MES E O INICIAL DO SEGUINTE
      *=================================================================
       01  REG-FECHAMENTO.
           05  FCH-COMPETENCIA         PIC 9(006).
           05  FCH-TIPO                PIC X(001).
               88  FECHAMENTO-CLIENTE          VALUE "C".
               88  FECHAMENTO-TOTAL            VALUE "T".
           05  FCH-CHAVE-CLI.
               10  FCH-TIPO-CLI        PIC X(001).
               10  FCH-CLI-ID          PIC 9(006).
           05  FCH-CLIENTE             PIC X(030).
           05  FCH-SALDO-INICIAL       PIC S9(010)V99.
           05  FCH-FATURADO            PIC S9(010)V99.
           05  FCH-RECEBIDO            PIC S9(010)V99.
           05  FCH-ENCARGOS            PIC S9(010)V99.
           05  FCH-CREDITOS            PIC S9(010)V99.
           05  FCH-SALDO-FINAL         PIC S9(010)V99.
           05  FCH-DATA-FECHAMENTO     PIC 9(008).
           05  FCH-OPERADOR            PIC X(008).
