      *=================================================================
      *==  COPYBOOK: FATRPC
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO RPS.CTL, A LINHA UNICA COM OS DADOS DO
      *==            PRESTADOR E DO SERVICO PARA O LOTE DE RPS DO
      *==            PROGRAMA08: CNPJ E INSCRICAO MUNICIPAL DA EMPRESA,
      *==            SERIE DO RPS, CODIGO DO SERVICO NA LISTA DA
      *==            PREFEITURA, ALIQUOTA DO ISS E O TEXTO DA
      *==            DISCRIMINACAO DO SERVICO
      *==  DATA: 06/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, MANTIDO PELO FISCAL. SEM ELE O
      *==               LOTE DO PROGRAMA08 E RECUSADO. O NUMERO DO
      *==               PROXIMO RPS FICA A PARTE, EM RPSNUM.CTL
      *=================================================================
       01  REG-RPSCTL.
           05  RPC-CNPJ-PRESTADOR      PIC 9(014).
           05  RPC-INSCRICAO-MUNICIPAL PIC X(015).
           05  RPC-SERIE               PIC X(005).
           05  RPC-COD-SERVICO         PIC X(005).
           05  RPC-ALIQUOTA-ISS        PIC 9(002)V99.
           05  RPC-DISCRIMINACAO       PIC X(030).
