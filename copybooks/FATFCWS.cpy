      *=================================================================
      *==  COPYBOOK: FATFCWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DA TRAVA DO PERIODO FECHADO DO
      *==            CONTAS A RECEBER: MOVER A DATA DO LANCAMENTO PARA
      *==            WRK-DATA-LANCAR E PERFORM 9400-VERIFICAR-PERIODO
      *==            (COPYBOOK FATFCPR); COM A DATA DENTRO DO ULTIMO MES
      *==            FECHADO PELO FATFECH (OU ANTES DELE) VOLTA
      *==            PERIODO-FECHADO E O LANCAMENTO E RECUSADO
      *==  DATA: 02/06/2025
      *==  OBSERVACOES: USAR JUNTO COM UM SELECT/FD FECHCTL APONTANDO
      *==               PARA FECHAMENTO.CTL (1 LINHA COM O ULTIMO DIA DO
      *==               ULTIMO MES FECHADO, AAAAMMDD)
      *=================================================================
       77  WRK-FECHADO-ATE       PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-LANCAR       PIC 9(008) VALUE ZEROS.
       77  WRK-PERIODO           PIC X(001) VALUE "N".
           88  PERIODO-FECHADO              VALUE "S".
       77  FS-FECHCTL            PIC 9(002) VALUE ZEROS.
