      *=================================================================
      *==  COPYBOOK: FATPGWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DO LANCAMENTO DE 1 PAGAMENTO
      *==            NUMA FATURA (COPYBOOK FATPGPR): COM A FATURA JA
      *==            LIDA EM REG-RECEBER, MOVER DATA, VALOR RECEBIDO,
      *==            ENCARGOS DEVIDOS E ORIGEM ("B"-BALCAO / "R"-BANCO
      *==            / "C"-CREDITO) E PERFORM 9100-APLICAR-PAGAMENTO;
      *==            O RESULTADO VOLTA EM WRK-PGT-APLICADO (COM O
      *==            MOTIVO EM WRK-PGT-MSG QUANDO RECUSADO) E A
      *==            DIVISAO DO VALOR EM WRK-PGT-PRINCIPAL/EXCEDENTE
      *==  DATA: 16/05/2025
      *==  OBSERVACOES:
      *==  ALTERACOES
      *==  18/06/2025 GC: WRK-PGT-VARIACAO: NA BAIXA DE FATURA EM MOEDA
      *==               ESTRANGEIRA, O GANHO (+) OU A PERDA (-) DE
      *==               VARIACAO CAMBIAL CONTIDO NO VALOR RECEBIDO, QUE
      *==               NAO ABATE O SALDO NEM VAI PARA O CREDITO; QUEM
      *==               NAO USA DEIXA ZERO
      *=================================================================
       77  WRK-PGT-DATA          PIC 9(008) VALUE ZEROS.
       77  WRK-PGT-VALOR         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PGT-ENCARGOS      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PGT-ORIGEM        PIC X(001) VALUE SPACES.
       77  WRK-PGT-PRINCIPAL     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PGT-EXCEDENTE     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PGT-VARIACAO      PIC S9(008)V99 VALUE ZEROS.
       77  WRK-PGT-APLICADO      PIC X(001) VALUE "N".
           88  PAGAMENTO-APLICADO           VALUE "S".
       77  WRK-PGT-MSG           PIC X(050) VALUE SPACES.
