      *=================================================================
      *==  COPYBOOK: ATPREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE ATIPICOS.DAT, A LISTA DE
      *==            RETENCAO DA REVISAO DE VALORES ATIPICOS (FATATIP):
      *==            1 LINHA POR FATURA OU COTACAO DE FRETE CUJO VALOR
      *==            FICOU MUITO LONGE DO NORMAL DO CLIENTE (FATURA) OU
      *==            DA UF + TRANSPORTADORA (FRETE), COM A MEDIA E O
      *==            DESVIO PADRAO DO HISTORICO CALCULADOS PELO ESTATIS
      *==  DATA: 08/09/2025
      *==  OBSERVACOES: ATP-TIPO: "F"-FATURA DO CONTAS A RECEBER /
      *==               "P"-COTACAO DE FRETE DE PEDIDO; ATP-ARQUIVO E
      *==               "10"/"11" NO PEDIDO (BRANCO NA FATURA).
      *==               ATP-CHAVE E A CHAVE DO CLIENTE (TIPO + ID, VER
      *==               FATREG) NA FATURA E UF + TRANSPORTADORA NO
      *==               PEDIDO. ENQUANTO ATP-SITUACAO FOR "R" A FATURA
      *==               NAO VAI NA REMESSA DO PROGRAMA13 E O PEDIDO NAO
      *==               EMBARCA NO PEDSTAT; "L" E A LIBERACAO DO
      *==               SUPERVISOR, COM A DATA E O OPERADOR
      *=================================================================
       01  REG-ATIPICO.
           05  ATP-TIPO               PIC X(001).
               88  ATP-FATURA                  VALUE "F".
               88  ATP-FRETE                   VALUE "P".
           05  ATP-SEP-1              PIC X(001).
           05  ATP-ARQUIVO            PIC X(002).
           05  ATP-SEP-2              PIC X(001).
           05  ATP-NUMERO             PIC 9(006).
           05  ATP-SEP-3              PIC X(001).
           05  ATP-CHAVE              PIC X(007).
           05  ATP-SEP-4              PIC X(001).
           05  ATP-VALOR              PIC 9(008)V99.
           05  ATP-SEP-5              PIC X(001).
           05  ATP-MEDIA              PIC 9(008)V99.
           05  ATP-SEP-6              PIC X(001).
           05  ATP-DESVIO             PIC 9(008)V99.
           05  ATP-SEP-7              PIC X(001).
           05  ATP-QTD-HIST           PIC 9(003).
           05  ATP-SEP-8              PIC X(001).
           05  ATP-DATA               PIC 9(008).
           05  ATP-SEP-9              PIC X(001).
           05  ATP-SITUACAO           PIC X(001).
               88  ATP-RETIDO                  VALUE "R".
               88  ATP-LIBERADO                VALUE "L".
           05  ATP-SEP-10             PIC X(001).
           05  ATP-DATA-DECISAO       PIC 9(008).
           05  ATP-SEP-11             PIC X(001).
           05  ATP-OPERADOR           PIC X(008).
