      *=================================================================
      *==  COPYBOOK: FATBCO
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO BANCO.CTL, A LINHA UNICA COM OS DADOS
      *==            DA CARTEIRA DE COBRANCA NO BANCO: CODIGO DO BANCO,
      *==            AGENCIA, CARTEIRA E CONTA DO CEDENTE, USADOS NO
      *==            NOSSO NUMERO, NO CODIGO DE BARRAS E NA LINHA
      *==            DIGITAVEL DO BOLETO (COPYBOOKS FATBOLWS/FATBOLPR)
      *==  DATA: 09/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, MANTIDO PELO FINANCEIRO. O
      *==               PROXIMO NOSSO NUMERO FICA A PARTE, EM
      *==               NOSSONUM.CTL
      *=================================================================
       01  REG-BANCOCTL.
           05  BCO-CODIGO              PIC 9(003).
           05  BCO-AGENCIA             PIC 9(004).
           05  BCO-CARTEIRA            PIC 9(002).
           05  BCO-CONTA               PIC 9(007).
