      *=================================================================
      *==  COPYBOOK: FATJRN
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            CONTAS_RECEBER.LOG, O JORNAL DE LANCAMENTOS DO
      *==            CONTAS A RECEBER: 1 LINHA POR LANCAMENTO FEITO
      *==            NUMA FATURA (EMISSAO, BAIXA NO BALCAO, RETORNO DO
      *==            BANCO, CREDITO ABATIDO, ENCARGOS E ESTORNO), COM
      *==            O PROGRAMA, O OPERADOR, O VALOR E O SALDO DA
      *==            FATURA DEPOIS DO LANCAMENTO - O EQUIVALENTE DO
      *==            CLIENTES.LOG (COPYBOOK AUDITLOG) PARA AS FATURAS,
      *==            CONSULTADO PELO FATJORN
      *==  DATA: 19/05/2025
      *==  OBSERVACOES: ARQUIVO SO CRESCE (LINE SEQUENTIAL, ABERTO EM
      *==               EXTEND), NUNCA E TRUNCADO NEM REGRAVADO; QUEM
      *==               GRAVA E O 9200-GRAVAR-JORNAL (COPYBOOKS
      *==               FATJRWS/FATJRPR). JRN-SEQ E A LINHA DE
      *==               FAT_PAGAMENTOS.DAT DO LANCAMENTO - NO ESTORNO,
      *==               A LINHA QUE ELE CANCELA
      *==  ALTERACOES
      *==  20/06/2025 GC: JRN-FORMA NO FIM: FORMA DE PAGAMENTO DA BAIXA
      *==               NO BALCAO (D-DINHEIRO / C-CHEQUE / T-CARTAO /
      *==               P-PIX), PARA O FECHAMENTO DO CAIXA (CXAFECH); EM
      *==               BRANCO NOS DEMAIS LANCAMENTOS E NAS LINHAS
      *==               ANTIGAS
      *=================================================================
       01  REG-JORNAL.
           05  JRN-DATA               PIC 9(008).
           05  JRN-SEP-1              PIC X(001).
           05  JRN-HORA               PIC 9(008).
           05  JRN-SEP-2              PIC X(001).
           05  JRN-PROGRAMA           PIC X(010).
           05  JRN-SEP-3              PIC X(001).
           05  JRN-OPERADOR           PIC X(008).
           05  JRN-SEP-4              PIC X(001).
           05  JRN-OPERACAO           PIC X(010).
           05  JRN-SEP-5              PIC X(001).
           05  JRN-NUMERO             PIC 9(006).
           05  JRN-SEP-6              PIC X(001).
           05  JRN-SEQ                PIC 9(003).
           05  JRN-SEP-7              PIC X(001).
           05  JRN-DATA-MOV           PIC 9(008).
           05  JRN-SEP-8              PIC X(001).
           05  JRN-VALOR              PIC 9(008)V99.
           05  JRN-SEP-9              PIC X(001).
           05  JRN-SALDO-APOS         PIC 9(008)V99.
           05  JRN-SEP-10             PIC X(001).
           05  JRN-CHAVE-CLI.
               10  JRN-TIPO-CLI       PIC X(001).
               10  JRN-CLI-ID         PIC 9(006).
           05  JRN-SEP-11             PIC X(001).
           05  JRN-MOTIVO-COD         PIC X(001).
           05  JRN-SEP-12             PIC X(001).
           05  JRN-MOTIVO             PIC X(040).
           05  JRN-SEP-13             PIC X(001).
           05  JRN-FORMA              PIC X(001).
               88  JRN-FORMA-DINHEIRO           VALUE "D" " ".
               88  JRN-FORMA-CHEQUE             VALUE "C".
               88  JRN-FORMA-CARTAO             VALUE "T".
               88  JRN-FORMA-PIX                VALUE "P".
