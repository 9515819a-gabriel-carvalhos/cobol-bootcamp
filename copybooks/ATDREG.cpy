      *=================================================================
      *==  COPYBOOK: ATDREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE ATENDIMENTOS.DAT, 1 REGISTRO
      *==            POR CHAMADO DE ATENDIMENTO ABERTO CONTRA UM REG-ID
      *==            (RECLAMACAO, DUVIDA, SOLICITACAO...), CHAVE PELO
      *==            NUMERO DO CHAMADO E CHAVE ALTERNADA PELO CLIENTE;
      *==            MANTIDO PELO ARQ040, LIDO PELO DOSSIE DO ARQ027
      *==  DATA: 03/07/2025
      *==  OBSERVACOES: OS ACOMPANHAMENTOS DO CHAMADO FICAM NO ARQUIVO
      *==               FILHO ATEND_ACOMP.DAT (COPYBOOK ACPREG), NA
      *==               SEQUENCIA 1 A ATD-QTD-ACOMP. A DATA E O
      *==               OPERADOR DA RESOLUCAO FICAM ZERADOS/EM BRANCO
      *==               ENQUANTO O CHAMADO NAO E RESOLVIDO (E VOLTAM A
      *==               FICAR SE ELE FOR REABERTO)
      *=================================================================
       01  REG-ATENDIMENTO.
           05  ATD-NUMERO             PIC 9(006).
           05  ATD-ID                 PIC 9(006).
           05  ATD-CANAL              PIC X(001).
               88  CANAL-TELEFONE              VALUE "T".
               88  CANAL-EMAIL                 VALUE "E".
               88  CANAL-PRESENCIAL            VALUE "P".
               88  CANAL-CARTA                 VALUE "C".
               88  CANAL-VALIDO                VALUE "T" "E" "P" "C".
           05  ATD-CATEGORIA          PIC X(001).
               88  CATEGORIA-VALIDA            VALUE "1" THRU "5".
           05  ATD-DESCRICAO          PIC X(060).
           05  ATD-OPERADOR           PIC X(008).
           05  ATD-STATUS             PIC X(001).
               88  CHAMADO-ABERTO              VALUE "A".
               88  CHAMADO-AGUARDANDO          VALUE "E".
               88  CHAMADO-RESOLVIDO           VALUE "R".
               88  CHAMADO-STATUS-VALIDO       VALUE "A" "E" "R".
           05  ATD-DATA-ABERTURA      PIC 9(008).
           05  ATD-HORA-ABERTURA      PIC 9(008).
           05  ATD-DATA-RESOLUCAO     PIC 9(008).
           05  ATD-OPERADOR-RESOLUCAO PIC X(008).
           05  ATD-QTD-ACOMP          PIC 9(003).
           05  ATD-DATA-ULTIMA        PIC 9(008).
