      *=================================================================
      *==  COPYBOOK: ACPREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE ATEND_ACOMP.DAT, O ARQUIVO
      *==            FILHO DE ATENDIMENTOS.DAT COM OS ACOMPANHAMENTOS
      *==            DE CADA CHAMADO (O QUE O CLIENTE DISSE, O QUE FOI
      *==            PROMETIDO), CHAVE NUMERO DO CHAMADO + SEQUENCIA;
      *==            GRAVADO PELO ARQ040
      *==  DATA: 03/07/2025
      *==  OBSERVACOES: ACP-STATUS E O STATUS EM QUE O CHAMADO FICOU
      *==               DEPOIS DO ACOMPANHAMENTO ("A"/"E"/"R", COMO O
      *==               ATD-STATUS DO COPYBOOK ATDREG)
      *=================================================================
       01  REG-ACOMPANHAMENTO.
           05  ACP-CHAVE.
               10  ACP-NUMERO         PIC 9(006).
               10  ACP-SEQ            PIC 9(003).
           05  ACP-DATA               PIC 9(008).
           05  ACP-HORA               PIC 9(008).
           05  ACP-OPERADOR           PIC X(008).
           05  ACP-STATUS             PIC X(001).
           05  ACP-TEXTO              PIC X(060).
