      *=================================================================
      *==  COPYBOOK: TURREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DA TABELA DE TURMAS
      *==            TURMAS.CTL, ANTES REPETIDO NO FD DO PROGRAMA09,
      *==            PROG024 E PROG025, E AGORA TAMBEM LIDO PELA
      *==            PROMOCAO DE FIM DE PERIODO (PROG026)
      *==  DATA: 13/08/2025
      *==  OBSERVACOES: TUR-PROXIMA E A TURMA PARA ONDE VAI O
      *==               APROVADO NO FIM DO PERIODO; TUR-REPETENTE E A
      *==               TURMA DO PERIODO NOVO, NO MESMO NIVEL, PARA
      *==               ONDE VAI O REPROVADO. EM BRANCO, A TURMA NAO
      *==               ENTRA NA PROMOCAO (LINHAS ANTIGAS, SEM OS 2
      *==               CAMPOS, SAO LIDAS COM ELES EM BRANCO)
      *==  ALTERACOES
      *==  15/08/2025 GC: NOVO CAMPO TUR-AULAS-PREVISTAS NO FIM, COM O
      *==               TOTAL DE AULAS PLANEJADAS NO PERIODO, PARA O
      *==               ALERTA DE FREQUENCIA (PROG027) PROJETAR O FIM
      *==               DO PERIODO; ZEROS = SEM PREVISAO
      *=================================================================
       01  REG-TURMASCTL.
           05  TUR-TURMA            PIC X(006).
           05  TUR-DESCRICAO        PIC X(020).
           05  TUR-NIVEL            PIC X(002).
           05  TUR-CAPACIDADE       PIC 9(003).
           05  TUR-PROXIMA          PIC X(006).
           05  TUR-REPETENTE        PIC X(006).
           05  TUR-AULAS-PREVISTAS  PIC 9(003).
