      *=================================================================
      *==  COPYBOOK: FATBOLWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DO BOLETO DA FATURA (COPYBOOK
      *==            FATBOLPR): PERFORM 9500-CARREGAR-BANCO UMA VEZ
      *==            (BANCO.CTL E O PROXIMO NOSSO NUMERO); COM A FATURA
      *==            EM REG-RECEBER, 9510-ATRIBUIR-NOSSO-NUMERO DA A
      *==            ELA O PROXIMO NOSSO NUMERO COM O DIGITO; COM O
      *==            VALOR A COBRAR EM WRK-BOL-VALOR, 9520-MONTAR-BOLETO
      *==            DEVOLVE O CODIGO DE BARRAS (44 POSICOES) E A LINHA
      *==            DIGITAVEL EDITADA (47 DIGITOS EM 5 CAMPOS). NO FIM,
      *==            9515-GUARDAR-NOSSO-NUMERO REGRAVA O NOSSONUM.CTL
      *==  DATA: 09/06/2025
      *==  OBSERVACOES: CAMPO LIVRE DO CODIGO DE BARRAS: AGENCIA(4) +
      *==               CARTEIRA(2) + NOSSO NUMERO(11) + CONTA(7) + 0.
      *==               FATOR DE VENCIMENTO = DIAS DESDE 07/10/1997,
      *==               REINICIADO EM 1000 A PARTIR DE 22/02/2025
      *=================================================================
       77  FS-BANCOCTL           PIC 9(002) VALUE ZEROS.
       77  FS-NOSSONUM           PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-BANCO         PIC 9(003) VALUE ZEROS.
       77  WRK-BOL-AGENCIA       PIC 9(004) VALUE ZEROS.
       77  WRK-BOL-CARTEIRA      PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-CONTA         PIC 9(007) VALUE ZEROS.
       77  WRK-BOL-SITUACAO      PIC X(001) VALUE "N".
           88  BANCO-CONFIGURADO            VALUE "S".
       77  WRK-BOL-PROX-NOSSO    PIC 9(011) VALUE ZEROS.
       77  WRK-BOL-VALOR         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-BOL-FATOR         PIC 9(005) VALUE ZEROS.

      *=== BASE DO DIGITO DO NOSSO NUMERO: CARTEIRA + NOSSO NUMERO
       01  WRK-BOL-NOSSO-BASE.
           05  WRK-NB-CARTEIRA   PIC 9(002).
           05  WRK-NB-NOSSO      PIC 9(011).
       01  WRK-BOL-NOSSO-BASE-R REDEFINES WRK-BOL-NOSSO-BASE.
           05  WRK-NB-DIG        PIC 9(001) OCCURS 13 TIMES.

      *=== CODIGO DE BARRAS E AS PARTES DELE QUE VAO PARA A LINHA
       01  WRK-BOL-CODIGO-BARRAS.
           05  WRK-CB-BANCO      PIC 9(003).
           05  WRK-CB-MOEDA      PIC 9(001).
           05  WRK-CB-DV         PIC 9(001).
           05  WRK-CB-FATOR      PIC 9(004).
           05  WRK-CB-VALOR      PIC 9(008)V99.
           05  WRK-CB-AGENCIA    PIC 9(004).
           05  WRK-CB-CARTEIRA   PIC 9(002).
           05  WRK-CB-NOSSO      PIC 9(011).
           05  WRK-CB-CONTA      PIC 9(007).
           05  WRK-CB-ZERO       PIC 9(001).
       01  WRK-BOL-CB-DIGITOS REDEFINES WRK-BOL-CODIGO-BARRAS.
           05  WRK-CB-DIG        PIC 9(001) OCCURS 44 TIMES.
       01  WRK-BOL-CB-PARTES REDEFINES WRK-BOL-CODIGO-BARRAS.
           05  WRK-CBP-BANCO-MOEDA PIC X(004).
           05  WRK-CBP-DV        PIC X(001).
           05  WRK-CBP-FATOR-VALOR PIC X(014).
           05  WRK-CBP-LIVRE-1   PIC X(005).
           05  WRK-CBP-LIVRE-2   PIC X(010).
           05  WRK-CBP-LIVRE-3   PIC X(010).

      *=== LINHA DIGITAVEL EDITADA (54 POSICOES COM OS SEPARADORES)
       01  WRK-BOL-LINHA-DIGITAVEL.
           05  WRK-LD-1A         PIC X(005).
           05  FILLER            PIC X(001) VALUE ".".
           05  WRK-LD-1B         PIC X(004).
           05  WRK-LD-1DV        PIC 9(001).
           05  FILLER            PIC X(001) VALUE SPACE.
           05  WRK-LD-2A         PIC X(005).
           05  FILLER            PIC X(001) VALUE ".".
           05  WRK-LD-2B         PIC X(005).
           05  WRK-LD-2DV        PIC 9(001).
           05  FILLER            PIC X(001) VALUE SPACE.
           05  WRK-LD-3A         PIC X(005).
           05  FILLER            PIC X(001) VALUE ".".
           05  WRK-LD-3B         PIC X(005).
           05  WRK-LD-3DV        PIC 9(001).
           05  FILLER            PIC X(001) VALUE SPACE.
           05  WRK-LD-4          PIC 9(001).
           05  FILLER            PIC X(001) VALUE SPACE.
           05  WRK-LD-5          PIC X(014).

      *=== CAMPO DA LINHA EM CONFERENCIA NO MODULO 10 (ATE 10 DIGITOS,
      *=== ALINHADOS A ESQUERDA) E AS CONTAS DOS DIGITOS
       01  WRK-BOL-M10-CAMPO     PIC X(010) VALUE SPACES.
       01  WRK-BOL-M10-CAMPO-R REDEFINES WRK-BOL-M10-CAMPO.
           05  WRK-M10-DIG       PIC 9(001) OCCURS 10 TIMES.
       01  WRK-BOL-M10-PARTES REDEFINES WRK-BOL-M10-CAMPO.
           05  WRK-M10-A         PIC X(005).
           05  WRK-M10-B         PIC X(005).
       77  WRK-BOL-M10-TAM       PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-IND           PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-PESO          PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-PRODUTO       PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-SOMA          PIC 9(004) VALUE ZEROS.
       77  WRK-BOL-QUOCIENTE     PIC 9(004) VALUE ZEROS.
       77  WRK-BOL-RESTO         PIC 9(002) VALUE ZEROS.
       77  WRK-BOL-DV            PIC 9(002) VALUE ZEROS.
