      *=================================================================
      *==  COPYBOOK: ASSWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DA CAPACIDADE DE LUGARES POR
      *==            DESTINO E DATA (COPYBOOK ASSPR): A TABELA DE
      *==            ASSENTOS.DAT CARREGADA EM MEMORIA (PERFORM
      *==            9800-CARREGAR-ASSENTOS) E A CONSULTA DE UM TRECHO -
      *==            MOVER DESTINO E DATA PARA WRK-LUG-DESTINO E
      *==            WRK-LUG-DATA E PERFORM 9810-LOCALIZAR-ASSENTOS; COM
      *==            LINHA NA TABELA, ASSENTO-CONTROLADO LIGA E A
      *==            CAPACIDADE VOLTA EM WRK-LUG-CAPACIDADE;
      *==            ASSENTOS-EXCEDIDOS LIGA SE O ARQUIVO TINHA MAIS
      *==            LINHAS DO QUE CABEM NA TABELA
      *==  DATA: 30/07/2025
      *==  OBSERVACOES: USAR JUNTO COM O COPYBOOK ASSPR NA PROCEDURE
      *==               DIVISION E COM UM SELECT/FD ASSENTOS APONTANDO
      *==               PARA ASSENTOS.DAT (COPY ASSREG NO FD);
      *==               WRK-ASS-ATIVO MARCA AS LINHAS QUE SOBREVIVEM A
      *==               REGRAVACAO DA MANUTENCAO (TECNICA DO CIDMANU)
      *=================================================================
       77  FS-ASSENTOS          PIC 9(002) VALUE ZEROS.

      *=== CAPACIDADE POR DESTINO E DATA (ASSENTOS.DAT)
       01  WRK-TAB-ASSENTOS.
           05  WRK-ASS-ITEM     OCCURS 200 TIMES.
               10  WRK-ASS-DESTINO      PIC X(002).
               10  WRK-ASS-DATA         PIC 9(008).
               10  WRK-ASS-LUGARES      PIC 9(003).
               10  WRK-ASS-ATIVO        PIC X(001).
       77  WRK-QTD-ASSENTOS     PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ASS          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ASS-ACH      PIC 9(003) VALUE ZEROS.
       77  WRK-ASS-EXCESSO      PIC X(001) VALUE "N".
           88  ASSENTOS-EXCEDIDOS          VALUE "S".

      *=== ENTRADA E SAIDA DA CONSULTA DE UM TRECHO
       77  WRK-LUG-DESTINO      PIC X(002) VALUE SPACES.
       77  WRK-LUG-DATA         PIC 9(008) VALUE ZEROS.
       77  WRK-LUG-CAPACIDADE   PIC 9(003) VALUE ZEROS.
       77  WRK-LUG-CONTROLADO   PIC X(001) VALUE "N".
           88  ASSENTO-CONTROLADO          VALUE "S".
