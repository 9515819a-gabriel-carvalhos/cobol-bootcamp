      *=================================================================
      *==  COPYBOOK: ESPREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DA LINHA DE ESPERA_TURMAS.DAT,
      *==            A LISTA DE ESPERA DAS TURMAS LOTADAS: O ALUNO CUJA
      *==            MATRICULA O PROGRAMA09 RECUSOU POR FALTA DE VAGA
      *==            ENTRA AQUI COM A DATA DO PEDIDO E A PRIORIDADE
      *==            (QUEM JA E ALUNO DA ESCOLA NA FRENTE); A VAGA
      *==            ABERTA POR TRANCAMENTO OU TRANSFERENCIA E OFERECIDA
      *==            AO PRIMEIRO DA FILA. O PROG024 CONTA OS QUE
      *==            AGUARDAM POR TURMA
      *==  DATA: 11/08/2025
      *==  OBSERVACOES: A ORDEM DA FILA E PRIORIDADE, DATA DO PEDIDO E
      *==               ORDEM DE GRAVACAO. A LINHA NAO SAI DO ARQUIVO:
      *==               A SITUACAO MUDA PARA "M"-MATRICULADO OU
      *==               "R"-RECUSOU A VAGA, COM A DATA DA MUDANCA
      *=================================================================
       01  REG-ESPERA.
           05  ESP-TURMA               PIC X(006).
           05  ESP-ID                  PIC 9(004).
           05  ESP-NOME                PIC X(020).
           05  ESP-DATA-PEDIDO         PIC 9(008).
           05  ESP-PRIORIDADE          PIC X(001).
               88  ESPERA-RETORNO              VALUE "1".
               88  ESPERA-ALUNO-NOVO           VALUE "2".
           05  ESP-SITUACAO            PIC X(001).
               88  ESPERA-AGUARDANDO           VALUE "E".
               88  ESPERA-MATRICULADO          VALUE "M".
               88  ESPERA-RECUSOU              VALUE "R".
           05  ESP-DATA-SITUACAO       PIC 9(008).
