      *=================================================================
      *==  COPYBOOK: PGTREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            FAT_PAGAMENTOS.DAT - AS LINHAS DE PAGAMENTO DE
      *==            CADA FATURA DE CONTAS_RECEBER.DAT: 1 LINHA POR
      *==            PAGAMENTO RECEBIDO (BALCAO NO PROGRAMA12, RETORNO
      *==            DO BANCO NO PROGRAMA13, CREDITO DO CLIENTE ABATIDO
      *==            PELO LOTE DO PROGRAMA08), COM A PARTE QUE FOI
      *==            PARA ENCARGOS, A QUE ABATEU O SALDO E A QUE SOBROU
      *==            PARA O CREDITO DO CLIENTE
      *==  DATA: 16/05/2025
      *==  OBSERVACOES: INDEXADO POR PGT-CHAVE (NUMERO DA FATURA +
      *==               SEQUENCIA); A SEQUENCIA E O FAT-QTD-PGTOS DA
      *==               FATURA DEPOIS DO PAGAMENTO. QUEM GRAVA E O
      *==               9100-APLICAR-PAGAMENTO (COPYBOOK FATPGPR)
      *==  ALTERACOES
      *==  19/05/2025 GC: ESTORNO DE PAGAMENTO NO PROGRAMA12: A LINHA
      *==               ESTORNADA NAO E APAGADA, GANHA NO FIM DO
      *==               REGISTRO A SITUACAO "E"-ESTORNADA E A DATA DO
      *==               ESTORNO (MOTIVO E OPERADOR FICAM NO JORNAL
      *==               CONTAS_RECEBER.LOG, COPYBOOK FATJRN). ARQUIVOS
      *==               GRAVADOS ANTES DOS CAMPOS PASSAM PELO PGTESTO
      *=================================================================
       01  REG-PAGAMENTO.
           05  PGT-CHAVE.
               10  PGT-NUMERO          PIC 9(006).
               10  PGT-SEQ             PIC 9(003).
           05  PGT-DATA                PIC 9(008).
           05  PGT-ORIGEM              PIC X(001).
               88  PAGAMENTO-BALCAO            VALUE "B".
               88  PAGAMENTO-BANCO             VALUE "R".
               88  PAGAMENTO-CREDITO           VALUE "C".
           05  PGT-VALOR               PIC 9(008)V99.
           05  PGT-ENCARGOS            PIC 9(008)V99.
           05  PGT-PRINCIPAL           PIC 9(008)V99.
           05  PGT-EXCEDENTE           PIC 9(008)V99.
           05  PGT-SALDO-APOS          PIC 9(008)V99.
           05  PGT-SITUACAO            PIC X(001).
               88  PAGAMENTO-ESTORNADO         VALUE "E".
           05  PGT-DATA-ESTORNO        PIC 9(008).
