      *=================================================================
      *==  COPYBOOK: FATRPS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO LOTE DE RPS (RECIBO PROVISORIO DE
      *==            SERVICOS) RPS_LOTE.TXT, GERADO PELO LOTE DO
      *==            PROGRAMA08 PARA A PREFEITURA CONVERTER EM NFS-E:
      *==            1 LINHA TIPO "1" DE CABECALHO COM O PRESTADOR, 1
      *==            LINHA TIPO "2" POR RPS (1 POR FATURA) E 1 LINHA
      *==            TIPO "9" NO FIM COM A QUANTIDADE E OS TOTAIS
      *==  DATA: 06/06/2025
      *==  OBSERVACOES: LARGURA FIXA DE 330 POSICOES, VALORES SEM
      *==               VIRGULA COM 2 DECIMAIS IMPLICITOS. TIPO DO
      *==               DOCUMENTO DO TOMADOR: 1-CPF / 2-CNPJ / 3-NAO
      *==               INFORMADO. SITUACAO "T" = TRIBUTADO NO
      *==               MUNICIPIO; ISS RETIDO "2" = NAO. CABECALHO E
      *==               TRAILER SAO VISOES REDEFINIDAS DO DETALHE
      *=================================================================
       01  REG-RPS.
           05  RPS-TIPO-REG            PIC X(001).
               88  RPS-CABECALHO               VALUE "1".
               88  RPS-DETALHE                 VALUE "2".
               88  RPS-TRAILER                 VALUE "9".
           05  RPS-DADOS-DETALHE.
               10  RPS-TIPO-RPS        PIC X(005).
               10  RPS-SERIE           PIC X(005).
               10  RPS-NUMERO          PIC 9(008).
               10  RPS-DATA-EMISSAO    PIC 9(008).
               10  RPS-SITUACAO        PIC X(001).
               10  RPS-VALOR-SERVICOS  PIC 9(013)V99.
               10  RPS-VALOR-DEDUCOES  PIC 9(013)V99.
               10  RPS-COD-SERVICO     PIC X(005).
               10  RPS-ALIQUOTA        PIC 9(002)V99.
               10  RPS-VALOR-ISS       PIC 9(013)V99.
               10  RPS-ISS-RETIDO      PIC X(001).
               10  RPS-TIPO-DOC-TOMADOR PIC 9(001).
               10  RPS-DOC-TOMADOR     PIC 9(014).
               10  RPS-NOME-TOMADOR    PIC X(040).
               10  RPS-ENDERECO        PIC X(040).
               10  RPS-CIDADE          PIC X(030).
               10  RPS-UF              PIC X(002).
               10  RPS-CEP             PIC 9(008).
               10  RPS-EMAIL           PIC X(040).
               10  RPS-DISCRIMINACAO   PIC X(060).
               10  RPS-FATURA          PIC 9(006).
               10  FILLER              PIC X(006).
           05  RPS-DADOS-CABECALHO REDEFINES RPS-DADOS-DETALHE.
               10  RPS-CAB-VERSAO      PIC X(003).
               10  RPS-CAB-CNPJ        PIC 9(014).
               10  RPS-CAB-INSCRICAO   PIC X(015).
               10  RPS-CAB-DATA-INICIO PIC 9(008).
               10  RPS-CAB-DATA-FIM    PIC 9(008).
               10  RPS-CAB-COMPETENCIA PIC 9(006).
               10  FILLER              PIC X(275).
           05  RPS-DADOS-TRAILER REDEFINES RPS-DADOS-DETALHE.
               10  RPS-TRL-QTD-LINHAS  PIC 9(007).
               10  RPS-TRL-TOTAL-SERVICOS PIC 9(013)V99.
               10  RPS-TRL-TOTAL-DEDUCOES PIC 9(013)V99.
               10  RPS-TRL-TOTAL-ISS   PIC 9(013)V99.
               10  FILLER              PIC X(277).
