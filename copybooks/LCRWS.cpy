      *=================================================================
      *==  COPYBOOK: LCRWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: AREA DE PARAMETROS DO MODULO FATLIMC (LIMITE E
      *==            BLOQUEIO DE CREDITO DO CLIENTE): O CHAMADOR
      *==            PREENCHE A OPERACAO (C-CONFERIR / S-LIBERACAO DO
      *==            SUPERVISOR), O REG-ID, O VALOR DA VENDA, O PROPRIO
      *==            PROGRAMA E O OPERADOR, E CHAMA CALL "FATLIMC" USING
      *==            WRK-LCR-PARM; NA LIBERACAO, TAMBEM O SUPERVISOR
      *==  DATA: 12/07/2025
      *==  OBSERVACOES: NA CONFERENCIA O MODULO DEVOLVE O LIMITE, O
      *==               SALDO EM ABERTO NO CONTAS A RECEBER, O
      *==               DISPONIVEL (PODE SER NEGATIVO), O BLOQUEIO E O
      *==               MOTIVO DA RECUSA. LIMITE ZERO DEVOLVIDO =
      *==               CLIENTE SEM LIMITE (SO O BLOQUEIO CONTA). A
      *==               LIBERACAO SO E ACEITA PARA PERFIL "S" DO
      *==               OPERADOR.CTL E FICA ANOTADA EM
      *==               LIMITE_CREDITO.LOG. O TRATAMENTO NA TELA
      *==               (PERGUNTA DO SUPERVISOR) E O COPYBOOK LCRPR, QUE
      *==               USA OS CAMPOS EDITADOS DE WRK-LCR-TELA (O MODULO
      *==               NAO MEXE NELES). LCP-PASTA E A PASTA DOS
      *==               ARQUIVOS DE DADOS VISTA DO CHAMADOR (BRANCO =
      *==               "dados\"; OS PROGRAMAS DA SEMANA-02 PASSAM
      *==               "..\dados\")
      *==  ALTERACOES
      *==  18/08/2025 GC: NOVA OPERACAO "M"-MENSALIDADE DO ALUNO (LCP-ID
      *==               = REG-ALUNO-ID) E NOVOS CAMPOS DE VOLTA NO FIM:
      *==               SALDO VENCIDO, VENCIMENTO MAIS ANTIGO EM ABERTO,
      *==               DIAS DE ATRASO DELE E O PRAZO DA ESCOLA USADO NA
      *==               CONFERENCIA (VER FATLIMC)
      *=================================================================
       01  WRK-LCR-PARM.
           05  LCP-OPERACAO         PIC X(001).
               88  LCP-CONFERIR                VALUE "C".
               88  LCP-LIBERAR                 VALUE "S".
               88  LCP-MENSALIDADE             VALUE "M".
           05  LCP-ID               PIC 9(006).
           05  LCP-VALOR            PIC 9(008)V99.
           05  LCP-PROGRAMA         PIC X(008).
           05  LCP-OPERADOR         PIC X(008).
           05  LCP-SUPERVISOR       PIC X(008).
           05  LCP-RESULTADO        PIC X(001).
               88  CREDITO-APROVADO            VALUE "A".
               88  CREDITO-RECUSADO            VALUE "R".
           05  LCP-BLOQUEADO        PIC X(001).
               88  LCP-CLIENTE-BLOQUEADO       VALUE "S".
           05  LCP-LIMITE           PIC 9(008)V99.
           05  LCP-SALDO-ABERTO     PIC 9(008)V99.
           05  LCP-DISPONIVEL       PIC S9(008)V99.
           05  LCP-MOTIVO           PIC X(040).
           05  LCP-PASTA            PIC X(010).
           05  LCP-SALDO-VENCIDO    PIC 9(008)V99.
           05  LCP-VENCTO-ANTIGO    PIC 9(008).
           05  LCP-ATRASO-DIAS      PIC 9(005).
           05  LCP-PRAZO-DIAS       PIC 9(004).

      *=== CAMPOS EDITADOS DA TELA DE RECUSA (COPYBOOK LCRPR)
       01  WRK-LCR-TELA.
           05  LCT-LIMITE-ED        PIC ZZ.ZZZ.ZZ9,99.
           05  LCT-SALDO-ED         PIC ZZ.ZZZ.ZZ9,99.
           05  LCT-DISPONIVEL-ED    PIC -ZZ.ZZZ.ZZ9,99.
           05  LCT-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
