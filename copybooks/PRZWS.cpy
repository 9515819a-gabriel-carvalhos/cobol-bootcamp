      *=================================================================
      *==  COPYBOOK: PRZWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DA PREVISAO DE ENTREGA DO FRETE
      *==            (COPYBOOK PRZPR): A TABELA DE PRAZO.CTL E A
      *==            CAMINHADA DIA A DIA DO PROG020, QUE ANDA OS DIAS
      *==            UTEIS DE TRANSITO A PARTIR DO EMBARQUE PULANDO
      *==            FIM DE SEMANA E OS FERIADOS NACIONAIS, ESTADUAIS E
      *==            MUNICIPAIS DO DESTINO (DATAMES). COM A TABELA
      *==            CARREGADA (PERFORM 9700-CARREGAR-PRAZOS), MOVER A
      *==            TRANSPORTADORA, A UF E O CEP DO DESTINO E A DATA
      *==            DO EMBARQUE PARA OS CAMPOS WRK-PRV- E PERFORM
      *==            9720-CALCULAR-PREVISAO; A DATA PROMETIDA VOLTA EM
      *==            WRK-PRV-DATA (ZERO = SEM PRAZO PARA O DESTINO);
      *==            9760-EDITAR-PREVISAO A DEVOLVE EM DD/MM/AAAA NO
      *==            WRK-PRV-DATA-ED (BRANCO QUANDO ZERO)
      *==  DATA: 25/07/2025
      *==  OBSERVACOES: USAR JUNTO COM O COPYBOOK PRZPR NA PROCEDURE
      *==               DIVISION E COM UM SELECT/FD PRAZOCTL APONTANDO
      *==               PARA PRAZO.CTL (COPY PRZREG NO FD)
      *=================================================================
       77  FS-PRAZOCTL          PIC 9(002) VALUE ZEROS.

      *=== PRAZOS PROMETIDOS (PRAZO.CTL)
       01  WRK-TAB-PRAZOS.
           05  WRK-PRZ-ITEM     OCCURS 200 TIMES.
               10  WRK-PRZ-TRANSP       PIC X(003).
               10  WRK-PRZ-UF           PIC X(002).
               10  WRK-PRZ-DIAS         PIC 9(003).
       77  WRK-QTD-PRAZOS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PRZ          PIC 9(003) VALUE ZEROS.
       77  WRK-PRAZO-ACHADO     PIC X(001) VALUE "N".
           88  PRAZO-ACHADO                VALUE "S".
       77  WRK-PRAZO-DIAS       PIC 9(003) VALUE ZEROS.

      *=== ENTRADA E SAIDA DA PREVISAO
       77  WRK-PRV-TRANSP       PIC X(003) VALUE SPACES.
       77  WRK-PRV-UF           PIC X(002) VALUE SPACES.
       77  WRK-PRV-CEP          PIC X(008) VALUE SPACES.
       77  WRK-PRV-EMBARQUE     PIC 9(008) VALUE ZEROS.
       01  WRK-PRV-DATA         PIC 9(008) VALUE ZEROS.
       01  WRK-PRV-DATA-R REDEFINES WRK-PRV-DATA.
           05  WRK-PRV-DATA-ANO PIC 9(004).
           05  WRK-PRV-DATA-MES PIC 9(002).
           05  WRK-PRV-DATA-DIA PIC 9(002).
       01  WRK-PRV-DATA-BARRAS.
           05  WRK-PRV-ED-DIA   PIC 9(002).
           05  FILLER           PIC X(001) VALUE "/".
           05  WRK-PRV-ED-MES   PIC 9(002).
           05  FILLER           PIC X(001) VALUE "/".
           05  WRK-PRV-ED-ANO   PIC 9(004).
       77  WRK-PRV-DATA-ED      PIC X(010) VALUE SPACES.

      *=== DATA CORRENTE DA CAMINHADA E DIAS UTEIS JA ANDADOS
       01  WRK-PRV-ATUAL.
           05 WRK-PRV-ANO      PIC 9(004).
           05 WRK-PRV-MES      PIC 9(002).
           05 WRK-PRV-DIA      PIC 9(002).
       77  WRK-PRV-ANDADOS      PIC 9(003) VALUE ZEROS.

      *=== TOTAL DE DIAS DE CADA MES, ASSUMINDO ANO NAO BISSEXTO
      *=== (FEVEREIRO AJUSTADO PARA 29 NO BISSEXTO), TABELA DO PROG016
       01  WRK-PRV-TAB-DIAS-MES.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 28.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
       01  WRK-PRV-TAB-DIAS-R REDEFINES WRK-PRV-TAB-DIAS-MES
                              OCCURS 12 TIMES.
           05 WRK-PRV-DIAS-MES PIC 9(002).

       77  WRK-PRV-BISSEXTO     PIC X(001) VALUE "N".
           88  PRV-ANO-BISSEXTO            VALUE "S".
       77  WRK-PRV-RESTO-4      PIC 9(003) VALUE ZEROS.
       77  WRK-PRV-RESTO-100    PIC 9(003) VALUE ZEROS.
       77  WRK-PRV-RESTO-400    PIC 9(003) VALUE ZEROS.
       77  WRK-PRV-TOTAL-DIAS   PIC 9(002) VALUE ZEROS.

      *=== PARAMETROS DA CHAMADA AO DATAMES: DATA EM (1:8), UF DO
      *=== DESTINO EM (9:2) E CEP EM (11:8)
       77  WRK-PRV-DATA-PARM    PIC X(040) VALUE SPACES.
       77  WRK-PRV-DIA-UTIL     PIC X(001) VALUE SPACES.
           88  PRV-DIA-UTIL                VALUE "S".
