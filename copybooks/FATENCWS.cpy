      *=================================================================
      *==  COPYBOOK: FATENCWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DA REGRA DE ENCARGOS DE ATRASO
      *==            DO CONTAS A RECEBER (COPYBOOK FATENCPR): MULTA
      *==            FIXA + JUROS POR DIA UTIL SOBRE O SALDO, COM A
      *==            CAMINHADA DIA A DIA DO PROG019 (BISSEXTO/DIAS DO
      *==            MES) E A CONSULTA AO DATAMES PARA SABER SE O DIA
      *==            E UTIL. COM A FATURA EM REG-RECEBER, MOVER A DATA
      *==            ATE ONDE CORREM OS ENCARGOS PARA WRK-ENC-DATA-FIM
      *==            E PERFORM 9300-APURAR-ENCARGOS; O RESULTADO VOLTA
      *==            EM WRK-VALOR-ENCARGOS
      *==  DATA: 21/05/2025
      *==  OBSERVACOES: A REGRA NASCEU NO PROGRAMA12 (BAIXA) E FOI
      *==               PARA CA PARA A RENEGOCIACAO (FATRENEG) COBRAR
      *==               EXATAMENTE O MESMO ENCARGO
      *=================================================================
       77  WRK-MULTA-PERC       PIC 9(002)V99 VALUE 2,00.
       77  WRK-JUROS-DIA-PERC   PIC 9(001)V99 VALUE 0,10.
       77  WRK-DIAS-UTEIS       PIC 9(004) VALUE ZEROS.
       77  WRK-VALOR-MULTA      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-JUROS      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-ENCARGOS   PIC 9(008)V99 VALUE ZEROS.
       77  WRK-ENC-DATA-FIM     PIC 9(008) VALUE ZEROS.
      *=== OS ENCARGOS CORREM A PARTIR DO VENCIMENTO OU, EM FATURA
      *=== PARCIAL JA PAGA EM ATRASO, DO ULTIMO PAGAMENTO (SEM MULTA)
       77  WRK-DATA-BASE        PIC 9(008) VALUE ZEROS.
       77  WRK-COBRA-MULTA      PIC X(001) VALUE "S".
           88  COBRA-MULTA                 VALUE "S".

       01  WRK-DATA-ATUAL.
           05 WRK-ATU-ANO      PIC 9(004).
           05 WRK-ATU-MES      PIC 9(002).
           05 WRK-ATU-DIA      PIC 9(002).

      *=== TOTAL DE DIAS DE CADA MES, ASSUMINDO ANO NAO BISSEXTO
      *=== (FEVEREIRO AJUSTADO PARA 29 NO BISSEXTO), TABELA DO PROG016
       01  WRK-TAB-DIAS-MES.
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
       01  WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-MES OCCURS 12 TIMES.
           05 DIAS-MES     PIC 9(002).

       77  WRK-BISSEXTO         PIC X(001) VALUE "N".
           88  ANO-BISSEXTO                VALUE "S".
       77  WRK-RESTO-4          PIC 9(003) VALUE ZEROS.
       77  WRK-RESTO-100        PIC 9(003) VALUE ZEROS.
       77  WRK-RESTO-400        PIC 9(003) VALUE ZEROS.
       77  WRK-TOTAL-DIAS-MES   PIC 9(002) VALUE ZEROS.

      *=== PARAMETROS DA CHAMADA AO DATAMES (VER PROG017/PROG019)
       77  WRK-DATA-PARM        PIC X(040) VALUE SPACES.
       77  WRK-DIA-UTIL         PIC X(001) VALUE SPACES.
           88  DIA-UTIL                    VALUE "S".
