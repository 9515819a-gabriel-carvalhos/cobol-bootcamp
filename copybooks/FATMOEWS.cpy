      *=================================================================
      *==  COPYBOOK: FATMOEWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DA BUSCA DE COTACAO DE MOEDA
      *==            ESTRANGEIRA EM COTACAO_HIST.TXT: MOVER A MOEDA
      *==            PARA WRK-MOE-MOEDA E A DATA PARA WRK-MOE-DATA E
      *==            PERFORM 9600-BUSCAR-COTACAO (COPYBOOK FATMOEPR);
      *==            VOLTA A ULTIMA COTACAO DA MOEDA GRAVADA NA DATA OU
      *==            ANTES DELA EM WRK-MOE-COTACAO, COM A DATA DELA EM
      *==            WRK-MOE-DATA-COTACAO, E COTACAO-DO-DIA QUANDO ELA E
      *==            DA PROPRIA DATA PEDIDA
      *==  DATA: 18/06/2025
      *==  OBSERVACOES: USAR JUNTO COM UM SELECT/FD HISTCOTACAO
      *==               APONTANDO PARA COTACAO_HIST.TXT (COPYBOOK
      *==               COTHIST)
      *=================================================================
       77  WRK-MOE-MOEDA         PIC X(003) VALUE SPACES.
       77  WRK-MOE-DATA          PIC 9(008) VALUE ZEROS.
       77  WRK-MOE-COTACAO       PIC 9(002)V99 VALUE ZEROS.
       77  WRK-MOE-DATA-COTACAO  PIC 9(008) VALUE ZEROS.
       77  WRK-MOE-ACHADA        PIC X(001) VALUE "N".
           88  COTACAO-ACHADA               VALUE "S" "D".
           88  COTACAO-DO-DIA               VALUE "D".
       77  FS-HISTCOTACAO        PIC 9(002) VALUE ZEROS.
