       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG027.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: ALERTA SEMANAL DE FREQUENCIA: A REGRA DOS 25% DE
      *==            FALTA SO E APLICADA PELO PROGRAMA09 NO FECHAMENTO
      *==            DO PERIODO, QUANDO JA NAO DA PARA FAZER NADA.
      *==            ESTE RELATORIO TIRA DO PRESENCA.DAT O PERCENTUAL
      *==            DE FALTA ATE AGORA DE CADA ALUNO ATIVO, PROJETA O
      *==            FIM DO PERIODO PELAS AULAS PREVISTAS DA TURMA
      *==            (TURMAS.CTL) E LISTA, POR TURMA, QUEM PASSOU DO
      *==            LIMITE DE ALERTA E QUEM JA NAO PASSA MAIS POR
      *==            FREQUENCIA. A MESMA LISTA SAI NO ARQUIVO
      *==            LIGACOES_AAAAMMDD.TXT PARA A SECRETARIA LIGAR
      *==            PARA A FAMILIA
      *==  DATA: 15/08/2025
      *==  OBSERVACOES: SEM CHANCE = FALTAS JA MAIORES QUE 25% DAS
      *==               AULAS PREVISTAS (MESMO VINDO EM TODAS AS QUE
      *==               FALTAM). A PROJECAO SUPOE QUE O ALUNO CONTINUA
      *==               FALTANDO NO MESMO RITMO. TURMA SEM AULAS
      *==               PREVISTAS E AVALIADA SO PELO PERCENTUAL ATUAL
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== TABELA DE TURMAS (DA ONDE SAEM AS AULAS PREVISTAS)
           SELECT TURMASCTL ASSIGN
           TO "..\dados\TURMAS.CTL"
               FILE STATUS IS FS-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CADASTRO DE ALUNOS, INDEXADO (VER PROG021)
           SELECT ALUNOS ASSIGN
           TO "..\dados\ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS FS-ALUNOS.

      *=== DIARIO DE PRESENCA: "S" = AULA DADA, "A" = AUSENCIA
           SELECT PRESENCA ASSIGN
           TO "..\dados\PRESENCA.DAT"
               FILE STATUS IS FS-PRESENCA
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== LISTA DE LIGACOES DA SECRETARIA (1 POR DIA DE EMISSAO)
           SELECT LIGACOES ASSIGN
           TO WRK-LIGACOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIGACOES.

       DATA DIVISION.
       FILE                  SECTION.
       FD  TURMASCTL.
           COPY "TURREG.cpy".

       FD  ALUNOS.
           COPY "ALUREG.cpy".

       FD  PRESENCA.
       01  REG-PRESENCA.
           05  PRE-TIPO             PIC X(001).
           05  PRE-TURMA            PIC X(006).
           05  PRE-DATA             PIC 9(008).
           05  PRE-ID               PIC 9(004).

       FD  LIGACOES.
       01  REG-LIGACOES             PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-TURMAS            PIC 9(002) VALUE ZEROS.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.
       77  FS-PRESENCA          PIC 9(002) VALUE ZEROS.
       77  FS-LIGACOES          PIC 9(002) VALUE ZEROS.
       77  WRK-LIGACOES-PATH    PIC X(040) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *=== LIMITES: O DA REGRA DA ESCOLA (O MESMO DO PROGRAMA09) E O
      *=== DE ALERTA, A PARTIR DO QUAL A FAMILIA E PROCURADA
       77  WRK-LIMITE-FALTA     PIC 9(003) VALUE 25.
       77  WRK-LIMITE-ALERTA    PIC 9(003) VALUE 15.

      *=== TURMAS: AULAS PREVISTAS (TURMAS.CTL) E DADAS (PRESENCA.DAT);
      *=== TURMA DE ALUNO QUE NAO ESTA NA TABELA ENTRA SEM PREVISAO
       01  WRK-TAB-TURMAS.
           05  WRK-TUR-ITEM     OCCURS 50 TIMES.
               10  WRK-TUR-TURMA        PIC X(006).
               10  WRK-TUR-PREVISTAS    PIC 9(003).
               10  WRK-TUR-DADAS        PIC 9(003).
               10  WRK-TUR-LISTADOS     PIC 9(003).
       77  WRK-QTD-TURMAS       PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TUR          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-ACHADA       PIC 9(002) VALUE ZEROS.
       77  WRK-TURMA-PROCURA    PIC X(006) VALUE SPACES.

      *=== ALUNOS ATIVOS E AS FALTAS DE CADA UM NA TURMA CORRENTE
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM     OCCURS 500 TIMES.
               10  WRK-ALU-ID           PIC 9(004).
               10  WRK-ALU-NOME         PIC X(020).
               10  WRK-ALU-IND-TUR      PIC 9(002).
               10  WRK-ALU-FALTAS       PIC 9(003).
       77  WRK-QTD-ALUNOS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ALU          PIC 9(003) VALUE ZEROS.

      *=== CONTA DE UM ALUNO
       77  WRK-PCT-FALTA        PIC 9(003) VALUE ZEROS.
       77  WRK-FALTAS-MAXIMO    PIC 9(003) VALUE ZEROS.
       77  WRK-FALTAS-PROJ      PIC 9(003) VALUE ZEROS.
       77  WRK-FALTAS-RESTAM    PIC 9(003) VALUE ZEROS.
       77  WRK-SITUACAO         PIC X(001) VALUE SPACES.
           88  SITUACAO-SEM-CHANCE      VALUE "N".
           88  SITUACAO-ALERTA          VALUE "A".
           88  SITUACAO-NORMAL          VALUE " ".

      *=== TOTAIS
       77  WRK-TOT-ATIVOS       PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-ALERTA       PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-SEM-CHANCE   PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-EXCEDENTES   PIC 9(004) VALUE ZEROS.

      *=== LINHAS DO RELATORIO E DA LISTA DE LIGACOES
       01  WRK-LIN-TURMA.
           05  FILLER               PIC X(008) VALUE "TURMA ".
           05  WRK-LTU-TURMA        PIC X(006).
           05  FILLER               PIC X(016)
                                    VALUE " - AULAS DADAS ".
           05  WRK-LTU-DADAS        PIC ZZ9.
           05  FILLER               PIC X(015)
                                    VALUE " DE PREVISTAS ".
           05  WRK-LTU-PREVISTAS    PIC ZZ9.
           05  FILLER               PIC X(029) VALUE SPACES.
       01  WRK-LIN-ALUNO.
           05  WRK-LAL-ID           PIC 9(004).
           05  FILLER               PIC X(001) VALUE SPACES.
           05  WRK-LAL-NOME         PIC X(020).
           05  FILLER               PIC X(001) VALUE SPACES.
           05  WRK-LAL-FALTAS       PIC ZZ9.
           05  FILLER               PIC X(008) VALUE " FALTAS ".
           05  WRK-LAL-PCT          PIC ZZ9.
           05  FILLER               PIC X(003) VALUE "%  ".
           05  WRK-LAL-SITUACAO     PIC X(037).
       77  WRK-EDT-QTD          PIC ZZ9.
       77  WRK-EDT-PROJ         PIC ZZ9.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE ZEROS TO WRK-TOT-ATIVOS.
           MOVE ZEROS TO WRK-TOT-ALERTA.
           MOVE ZEROS TO WRK-TOT-SEM-CHANCE.
           MOVE ZEROS TO WRK-TOT-EXCEDENTES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== SEM A TABELA, TODAS AS TURMAS FICAM SEM PREVISAO
           OPEN INPUT TURMASCTL.
           IF FS-TURMAS EQUAL 00
               READ TURMASCTL
               PERFORM UNTIL FS-TURMAS NOT EQUAL 00
                          OR WRK-QTD-TURMAS EQUAL 50
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE TUR-TURMA TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
                   IF TUR-AULAS-PREVISTAS NUMERIC
                       MOVE TUR-AULAS-PREVISTAS
                         TO WRK-TUR-PREVISTAS(WRK-QTD-TURMAS)
                   ELSE
                       MOVE ZEROS TO WRK-TUR-PREVISTAS(WRK-QTD-TURMAS)
                   END-IF
                   MOVE ZEROS TO WRK-TUR-DADAS(WRK-QTD-TURMAS)
                   MOVE ZEROS TO WRK-TUR-LISTADOS(WRK-QTD-TURMAS)
                   READ TURMASCTL
               END-PERFORM
               CLOSE TURMASCTL
           ELSE
               DISPLAY "AVISO: TURMAS.CTL NAO ABERTO - FS " FS-TURMAS
                       " - SEM AULAS PREVISTAS"
           END-IF.

           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 00
               DISPLAY "ALUNOS.DAT NAO PODE SER ABERTO - FS "
                       FS-ALUNOS
               GOBACK
           END-IF.

           READ ALUNOS.
           PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
               IF NOT ALUNO-TRANCADO
                  AND NOT ALUNO-TRANSFERIDO
                   ADD 1 TO WRK-TOT-ATIVOS
                   PERFORM 0110-GUARDAR-ALUNO
               END-IF
               READ ALUNOS
           END-PERFORM.
           CLOSE ALUNOS.

       0110-GUARDAR-ALUNO    SECTION.
           MOVE REG-ALUNO-TURMA TO WRK-TURMA-PROCURA.
           PERFORM 0290-ACHAR-TURMA.
           IF WRK-IND-ACHADA EQUAL ZEROS
              AND WRK-QTD-TURMAS LESS 50
               ADD 1 TO WRK-QTD-TURMAS
               MOVE REG-ALUNO-TURMA TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-PREVISTAS(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-DADAS(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-LISTADOS(WRK-QTD-TURMAS)
               MOVE WRK-QTD-TURMAS TO WRK-IND-ACHADA
           END-IF.

           IF WRK-IND-ACHADA EQUAL ZEROS
              OR WRK-QTD-ALUNOS EQUAL 500
               ADD 1 TO WRK-TOT-EXCEDENTES
           ELSE
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE REG-ALUNO-ID   TO WRK-ALU-ID(WRK-QTD-ALUNOS)
               MOVE REG-ALUNO-NOME TO WRK-ALU-NOME(WRK-QTD-ALUNOS)
               MOVE WRK-IND-ACHADA TO WRK-ALU-IND-TUR(WRK-QTD-ALUNOS)
               MOVE ZEROS          TO WRK-ALU-FALTAS(WRK-QTD-ALUNOS)
           END-IF.

      *=== CONTA AS AULAS DADAS POR TURMA E AS FALTAS DE CADA ALUNO NA
      *=== TURMA CORRENTE DELE; DEPOIS LISTA TURMA POR TURMA
       0200-PROCESSAR        SECTION.
           OPEN INPUT PRESENCA.
           IF FS-PRESENCA NOT EQUAL 00
               DISPLAY "PRESENCA.DAT NAO PODE SER ABERTO - FS "
                       FS-PRESENCA " - NADA A APURAR"
               GOBACK
           END-IF.

           READ PRESENCA.
           PERFORM UNTIL FS-PRESENCA NOT EQUAL 00
               IF PRE-TIPO EQUAL "S"
                   MOVE PRE-TURMA TO WRK-TURMA-PROCURA
                   PERFORM 0290-ACHAR-TURMA
                   IF WRK-IND-ACHADA GREATER ZEROS
                       ADD 1 TO WRK-TUR-DADAS(WRK-IND-ACHADA)
                   END-IF
               END-IF
               IF PRE-TIPO EQUAL "A"
                   PERFORM 0210-CONTAR-FALTA
               END-IF
               READ PRESENCA
           END-PERFORM.
           CLOSE PRESENCA.

           MOVE SPACES TO WRK-LIGACOES-PATH.
           STRING "..\dados\LIGACOES_" DELIMITED BY SIZE
                  WRK-DATA-HOJE       DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
                  INTO WRK-LIGACOES-PATH.
           OPEN OUTPUT LIGACOES.
           IF FS-LIGACOES NOT EQUAL 00
               DISPLAY "AVISO: " WRK-LIGACOES-PATH
                       " NAO PODE SER CRIADO - FS " FS-LIGACOES
           END-IF.

           DISPLAY "==== ALERTA DE FREQUENCIA EM " WRK-DATA-HOJE
                   " ====".
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
               PERFORM 0220-LISTAR-TURMA
           END-PERFORM.

           IF FS-LIGACOES EQUAL 00
               CLOSE LIGACOES
           END-IF.

       0210-CONTAR-FALTA     SECTION.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                     UNTIL WRK-IND-ALU GREATER WRK-QTD-ALUNOS
               IF WRK-ALU-ID(WRK-IND-ALU) EQUAL PRE-ID
                   MOVE WRK-ALU-IND-TUR(WRK-IND-ALU) TO WRK-IND-TUR
                   IF WRK-TUR-TURMA(WRK-IND-TUR) EQUAL PRE-TURMA
                       ADD 1 TO WRK-ALU-FALTAS(WRK-IND-ALU)
                   END-IF
               END-IF
           END-PERFORM.

      *=== ALUNOS EM RISCO DE UMA TURMA; O CABECALHO DA TURMA SO SAI
      *=== SE HOUVER ALGUEM PARA LISTAR
       0220-LISTAR-TURMA     SECTION.
           IF WRK-TUR-DADAS(WRK-IND-TUR) GREATER ZEROS
               PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                         UNTIL WRK-IND-ALU GREATER WRK-QTD-ALUNOS
                   IF WRK-ALU-IND-TUR(WRK-IND-ALU) EQUAL WRK-IND-TUR
                       PERFORM 0230-AVALIAR-ALUNO
                   END-IF
               END-PERFORM
           END-IF.

       0230-AVALIAR-ALUNO    SECTION.
           COMPUTE WRK-PCT-FALTA =
               WRK-ALU-FALTAS(WRK-IND-ALU) * 100
               / WRK-TUR-DADAS(WRK-IND-TUR).
           MOVE SPACES TO WRK-SITUACAO.
           MOVE SPACES TO WRK-LAL-SITUACAO.

           IF WRK-TUR-PREVISTAS(WRK-IND-TUR) GREATER ZEROS
      *=== MAXIMO DE FALTAS NO PERIODO (25% DAS PREVISTAS) E A
      *=== PROJECAO NO RITMO ATUAL
               COMPUTE WRK-FALTAS-MAXIMO =
                   WRK-TUR-PREVISTAS(WRK-IND-TUR) * WRK-LIMITE-FALTA
                   / 100
               COMPUTE WRK-FALTAS-PROJ =
                   WRK-ALU-FALTAS(WRK-IND-ALU)
                   * WRK-TUR-PREVISTAS(WRK-IND-TUR)
                   / WRK-TUR-DADAS(WRK-IND-TUR)
               IF WRK-ALU-FALTAS(WRK-IND-ALU) GREATER
                  WRK-FALTAS-MAXIMO
                   MOVE "N" TO WRK-SITUACAO
                   MOVE "NAO PASSA MAIS POR FREQUENCIA"
                     TO WRK-LAL-SITUACAO
               ELSE
               IF WRK-PCT-FALTA NOT LESS WRK-LIMITE-ALERTA
                  OR WRK-FALTAS-PROJ GREATER WRK-FALTAS-MAXIMO
                   MOVE "A" TO WRK-SITUACAO
                   COMPUTE WRK-FALTAS-RESTAM =
                       WRK-FALTAS-MAXIMO - WRK-ALU-FALTAS(WRK-IND-ALU)
                   MOVE WRK-FALTAS-RESTAM TO WRK-EDT-QTD
                   MOVE WRK-FALTAS-PROJ   TO WRK-EDT-PROJ
                   STRING "PODE FALTAR MAIS " DELIMITED BY SIZE
                          WRK-EDT-QTD         DELIMITED BY SIZE
                          ", PROJECAO "       DELIMITED BY SIZE
                          WRK-EDT-PROJ        DELIMITED BY SIZE
                          INTO WRK-LAL-SITUACAO
               END-IF
               END-IF
           ELSE
               IF WRK-PCT-FALTA GREATER WRK-LIMITE-FALTA
                   MOVE "A" TO WRK-SITUACAO
                   MOVE "ACIMA DE 25% - SEM PREVISAO"
                     TO WRK-LAL-SITUACAO
               ELSE
               IF WRK-PCT-FALTA NOT LESS WRK-LIMITE-ALERTA
                   MOVE "A" TO WRK-SITUACAO
                   MOVE "EM ALERTA - SEM PREVISAO"
                     TO WRK-LAL-SITUACAO
               END-IF
               END-IF
           END-IF.

           IF NOT SITUACAO-NORMAL
               IF SITUACAO-SEM-CHANCE
                   ADD 1 TO WRK-TOT-SEM-CHANCE
               ELSE
                   ADD 1 TO WRK-TOT-ALERTA
               END-IF
               IF WRK-TUR-LISTADOS(WRK-IND-TUR) EQUAL ZEROS
                   MOVE WRK-TUR-TURMA(WRK-IND-TUR)  TO WRK-LTU-TURMA
                   MOVE WRK-TUR-DADAS(WRK-IND-TUR)  TO WRK-LTU-DADAS
                   MOVE WRK-TUR-PREVISTAS(WRK-IND-TUR)
                     TO WRK-LTU-PREVISTAS
                   DISPLAY WRK-LIN-TURMA
                   IF FS-LIGACOES EQUAL 00
                       WRITE REG-LIGACOES FROM WRK-LIN-TURMA
                   END-IF
               END-IF
               ADD 1 TO WRK-TUR-LISTADOS(WRK-IND-TUR)
               MOVE WRK-ALU-ID(WRK-IND-ALU)     TO WRK-LAL-ID
               MOVE WRK-ALU-NOME(WRK-IND-ALU)   TO WRK-LAL-NOME
               MOVE WRK-ALU-FALTAS(WRK-IND-ALU) TO WRK-LAL-FALTAS
               MOVE WRK-PCT-FALTA               TO WRK-LAL-PCT
               DISPLAY WRK-LIN-ALUNO
               IF FS-LIGACOES EQUAL 00
                   WRITE REG-LIGACOES FROM WRK-LIN-ALUNO
               END-IF
           END-IF.

       0290-ACHAR-TURMA      SECTION.
           MOVE ZEROS TO WRK-IND-ACHADA.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
                        OR WRK-IND-ACHADA GREATER ZEROS
               IF WRK-TUR-TURMA(WRK-IND-TUR) EQUAL WRK-TURMA-PROCURA
                   MOVE WRK-IND-TUR TO WRK-IND-ACHADA
               END-IF
           END-PERFORM.

       0300-FINALIZAR        SECTION.
           DISPLAY "ALUNOS ATIVOS............ " WRK-TOT-ATIVOS.
           DISPLAY "EM ALERTA................ " WRK-TOT-ALERTA.
           DISPLAY "SEM CHANCE POR FREQUENCIA " WRK-TOT-SEM-CHANCE.
           IF WRK-TOT-EXCEDENTES GREATER ZEROS
               DISPLAY "FORA DA APURACAO (TABELA CHEIA): "
                       WRK-TOT-EXCEDENTES
           END-IF.
           IF FS-LIGACOES EQUAL 00
               DISPLAY "LISTA DE LIGACOES EM " WRK-LIGACOES-PATH
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
