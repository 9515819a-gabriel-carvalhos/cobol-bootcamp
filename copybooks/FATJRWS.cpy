      *=================================================================
      *==  COPYBOOK: FATJRWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DO JORNAL DE LANCAMENTOS DO
      *==            CONTAS A RECEBER (CONTAS_RECEBER.LOG): COM A
      *==            FATURA EM REG-RECEBER, O PROGRAMA PREENCHE A
      *==            OPERACAO, A LINHA DE PAGAMENTO, A DATA E O VALOR
      *==            DO LANCAMENTO (E O MOTIVO, NO ESTORNO) E FAZ
      *==            PERFORM 9200-GRAVAR-JORNAL (COPYBOOK FATJRPR);
      *==            PROGRAMA E OPERADOR SAO PREENCHIDOS 1 VEZ NA
      *==            INICIALIZACAO
      *==  DATA: 19/05/2025
      *==  OBSERVACOES: USAR JUNTO COM O COPYBOOK FATJRPR NA PROCEDURE
      *==               DIVISION E COM UM SELECT/FD JORNAL APONTANDO
      *==               PARA CONTAS_RECEBER.LOG (COPY FATJRN NO FD)
      *==  ALTERACOES
      *==  20/06/2025 GC: WRK-JRN-FORMA: FORMA DE PAGAMENTO DA BAIXA NO
      *==               BALCAO; QUEM NAO PREENCHE GRAVA EM BRANCO
      *=================================================================
       77  WRK-JRN-PROGRAMA      PIC X(010) VALUE SPACES.
       77  WRK-JRN-OPERADOR      PIC X(008) VALUE SPACES.
       77  WRK-JRN-OPERACAO      PIC X(010) VALUE SPACES.
       77  WRK-JRN-SEQ           PIC 9(003) VALUE ZEROS.
       77  WRK-JRN-DATA-MOV      PIC 9(008) VALUE ZEROS.
       77  WRK-JRN-VALOR         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-JRN-MOTIVO-COD    PIC X(001) VALUE SPACES.
       77  WRK-JRN-MOTIVO        PIC X(040) VALUE SPACES.
       77  WRK-JRN-FORMA         PIC X(001) VALUE SPACE.
       77  FS-JORNAL             PIC 9(002) VALUE ZEROS.
