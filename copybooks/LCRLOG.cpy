      *=================================================================
      *==  COPYBOOK: LCRLOG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE LIMITE_CREDITO.LOG, A TRILHA DO
      *==            CREDITO DOS CLIENTES (SO CRESCE): BLOQUEIO E
      *==            DESBLOQUEIO DA AVALIACAO NOTURNA, MUDANCA DE LIMITE
      *==            E BLOQUEIO MANUAL (FATCRED) E LIBERACAO DE VENDA
      *==            RECUSADA POR SUPERVISOR (MODULO FATLIMC)
      *==  DATA: 12/07/2025
      *==  OBSERVACOES: LCL-EVENTO: "B"-BLOQUEIO AUTOMATICO /
      *==               "D"-DESBLOQUEIO AUTOMATICO / "M"-BLOQUEIO
      *==               MANUAL / "R"-RETIRADA DO BLOQUEIO MANUAL /
      *==               "T"-LIMITE ALTERADO / "L"-LIBERACAO DO
      *==               SUPERVISOR. LCL-VALOR E O VALOR DA VENDA
      *==               LIBERADA OU O LIMITE NOVO; NO BLOQUEIO E NO
      *==               DESBLOQUEIO, O SALDO VENCIDO
      *==  ALTERACOES
      *==  18/08/2025 GC: "L" TAMBEM NA REMATRICULA DE ALUNO COM
      *==               MENSALIDADE EM ATRASO LIBERADA PELO SUPERVISOR
      *==               (PROGRAMA09): LCL-ID E O REG-ALUNO-ID E
      *==               LCL-VALOR O SALDO VENCIDO DELE
      *=================================================================
       01  REG-LIMITE-LOG.
           05  LCL-DATA               PIC 9(008).
           05  LCL-SEP-1              PIC X(001).
           05  LCL-HORA               PIC 9(008).
           05  LCL-SEP-2              PIC X(001).
           05  LCL-EVENTO             PIC X(001).
           05  LCL-SEP-3              PIC X(001).
           05  LCL-ID                 PIC 9(006).
           05  LCL-SEP-4              PIC X(001).
           05  LCL-VALOR              PIC 9(008)V99.
           05  LCL-SEP-5              PIC X(001).
           05  LCL-PROGRAMA           PIC X(008).
           05  LCL-SEP-6              PIC X(001).
           05  LCL-OPERADOR           PIC X(008).
           05  LCL-SEP-7              PIC X(001).
           05  LCL-SUPERVISOR         PIC X(008).
           05  LCL-SEP-8              PIC X(001).
           05  LCL-MOTIVO             PIC X(040).
