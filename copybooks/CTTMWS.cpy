      *=================================================================
      *==  COPYBOOK: CTTMWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: AREA DE PARAMETROS DO ARQ039 (MANUTENCAO DOS
      *==            CONTATOS E ENDERECOS DE 1 CLIENTE): O CHAMADOR
      *==            PREENCHE O REG-ID, O NOME (SO PARA O CABECALHO) E
      *==            O OPERADOR E CHAMA CALL "ARQ039" USING
      *==            WRK-CONTATO-PARM; NA VOLTA, CTM-QTD-MUDANCAS DIZ
      *==            QUANTAS INCLUSOES/ALTERACOES/EXCLUSOES FORAM FEITAS
      *==  DATA: 30/06/2025
      *==  OBSERVACOES: CTM-RESULTADO "0" = SESSAO NORMAL, "1" =
      *==               CONTATOS.DAT NAO PODE SER ABERTO
      *=================================================================
       01  WRK-CONTATO-PARM.
           05  CTM-ID               PIC 9(006).
           05  CTM-NOME             PIC X(020).
           05  CTM-OPERADOR         PIC X(008).
           05  CTM-QTD-MUDANCAS     PIC 9(003).
           05  CTM-RESULTADO        PIC X(001).
               88  CONTATOS-MANTIDOS           VALUE "0".
               88  CONTATOS-INDISPONIVEIS      VALUE "1".
