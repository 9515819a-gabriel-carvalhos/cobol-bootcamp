       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG028.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: INADIMPLENCIA POR TURMA: A ESCOLA NAO ENXERGAVA O
      *==            CONTAS A RECEBER, E ALUNO COM 3 MENSALIDADES EM
      *==            ATRASO ERA REMATRICULADO E PROMOVIDO COMO SE NADA
      *==            FOSSE. PARA CADA TURMA, LISTA OS ALUNOS ATIVOS COM
      *==            MENSALIDADE VENCIDA EM CONTAS_RECEBER.DAT (FATURAS
      *==            DA PONTE DO PROG025, CHAVE TIPO "A" + ID DO ALUNO):
      *==            O SALDO VENCIDO, O VENCIMENTO MAIS ANTIGO EM ABERTO
      *==            E OS DIAS DE ATRASO, MARCANDO QUEM JA PASSOU DO
      *==            PRAZO DA ESCOLA (ESSES NAO SAO REMATRICULADOS EM
      *==            TURMA NOVA SEM LIBERACAO DO SUPERVISOR)
      *==  DATA: 18/08/2025
      *==  OBSERVACOES: A CONTA E A MESMA DA MATRICULA - MODULO FATLIMC,
      *==               OPERACAO "M" (PRAZO EM CREDITO.CTL, PADRAO 60
      *==               DIAS). SO ALUNO ATIVO ENTRA; TURMA FORA DE
      *==               TURMAS.CTL SAI NO FIM, COMO TURMA AVULSA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== TABELA DE TURMAS (ORDEM DO RELATORIO)
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

       DATA DIVISION.
       FILE                  SECTION.
       FD  TURMASCTL.
           COPY "TURREG.cpy".

       FD  ALUNOS.
           COPY "ALUREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-TURMAS            PIC 9(002) VALUE ZEROS.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.

      *=== CONFERENCIA DA MENSALIDADE DO ALUNO (MODULO FATLIMC)
       COPY "LCRWS.cpy".

      *=== TURMAS DA TABELA E AS AVULSAS (ALUNO EM TURMA FORA DELA)
       01  WRK-TAB-TURMAS.
           05  WRK-TUR-ITEM     OCCURS 50 TIMES.
               10  WRK-TUR-TURMA        PIC X(006).
               10  WRK-TUR-QTD          PIC 9(003).
               10  WRK-TUR-VENCIDO      PIC 9(008)V99.
       77  WRK-QTD-TURMAS       PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TUR          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-ACHADA       PIC 9(002) VALUE ZEROS.

      *=== ALUNOS ATIVOS COM MENSALIDADE VENCIDA
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM     OCCURS 500 TIMES.
               10  WRK-ALU-ID           PIC 9(004).
               10  WRK-ALU-NOME         PIC X(020).
               10  WRK-ALU-IND-TUR      PIC 9(002).
               10  WRK-ALU-VENCIDO      PIC 9(008)V99.
               10  WRK-ALU-VENCTO       PIC 9(008).
               10  WRK-ALU-DIAS         PIC 9(005).
               10  WRK-ALU-BLOQUEIA     PIC X(001).
       77  WRK-QTD-ALUNOS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ALU          PIC 9(003) VALUE ZEROS.

      *=== TOTAIS
       77  WRK-TOT-ATIVOS       PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-INADIMPLENTES PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-BLOQUEADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-EXCEDENTES   PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-VENCIDO      PIC 9(009)V99 VALUE ZEROS.
       77  WRK-PRAZO-DIAS       PIC 9(004) VALUE ZEROS.

      *=== CAMPOS EDITADOS
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99.

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
           MOVE ZEROS TO WRK-TOT-INADIMPLENTES.
           MOVE ZEROS TO WRK-TOT-BLOQUEADOS.
           MOVE ZEROS TO WRK-TOT-EXCEDENTES.
           MOVE ZEROS TO WRK-TOT-VENCIDO.

           OPEN INPUT TURMASCTL.
           IF FS-TURMAS EQUAL 00
               READ TURMASCTL
               PERFORM UNTIL FS-TURMAS NOT EQUAL 00
                          OR WRK-QTD-TURMAS EQUAL 50
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE TUR-TURMA TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
                   MOVE ZEROS     TO WRK-TUR-QTD(WRK-QTD-TURMAS)
                   MOVE ZEROS     TO WRK-TUR-VENCIDO(WRK-QTD-TURMAS)
                   READ TURMASCTL
               END-PERFORM
               CLOSE TURMASCTL
           END-IF.

      *=== CADA ALUNO ATIVO E CONFERIDO NO CONTAS A RECEBER; SO QUEM
      *=== TEM SALDO VENCIDO VAI PARA A TABELA
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
                   PERFORM 0110-CONFERIR-ALUNO
               END-IF
               READ ALUNOS
           END-PERFORM.
           CLOSE ALUNOS.

       0110-CONFERIR-ALUNO   SECTION.
           MOVE "M"          TO LCP-OPERACAO.
           MOVE REG-ALUNO-ID TO LCP-ID.
           MOVE ZEROS        TO LCP-VALOR.
           MOVE "PROG028"    TO LCP-PROGRAMA.
           MOVE SPACES       TO LCP-OPERADOR LCP-SUPERVISOR.
           MOVE "..\dados\"  TO LCP-PASTA.
           CALL "FATLIMC" USING WRK-LCR-PARM.
           MOVE LCP-PRAZO-DIAS TO WRK-PRAZO-DIAS.

           IF LCP-SALDO-VENCIDO GREATER ZEROS
               PERFORM 0120-ACHAR-TURMA
               IF WRK-IND-ACHADA EQUAL ZEROS
                  OR WRK-QTD-ALUNOS EQUAL 500
                   ADD 1 TO WRK-TOT-EXCEDENTES
               ELSE
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE REG-ALUNO-ID   TO WRK-ALU-ID(WRK-QTD-ALUNOS)
                   MOVE REG-ALUNO-NOME TO WRK-ALU-NOME(WRK-QTD-ALUNOS)
                   MOVE WRK-IND-ACHADA
                     TO WRK-ALU-IND-TUR(WRK-QTD-ALUNOS)
                   MOVE LCP-SALDO-VENCIDO
                     TO WRK-ALU-VENCIDO(WRK-QTD-ALUNOS)
                   MOVE LCP-VENCTO-ANTIGO
                     TO WRK-ALU-VENCTO(WRK-QTD-ALUNOS)
                   MOVE LCP-ATRASO-DIAS
                     TO WRK-ALU-DIAS(WRK-QTD-ALUNOS)
                   MOVE SPACE TO WRK-ALU-BLOQUEIA(WRK-QTD-ALUNOS)
                   IF CREDITO-RECUSADO
                       MOVE "*" TO WRK-ALU-BLOQUEIA(WRK-QTD-ALUNOS)
                       ADD 1 TO WRK-TOT-BLOQUEADOS
                   END-IF
                   ADD 1 TO WRK-TOT-INADIMPLENTES
                   ADD 1 TO WRK-TUR-QTD(WRK-IND-ACHADA)
                   ADD LCP-SALDO-VENCIDO
                    TO WRK-TUR-VENCIDO(WRK-IND-ACHADA)
                   ADD LCP-SALDO-VENCIDO TO WRK-TOT-VENCIDO
               END-IF
           END-IF.

      *=== TURMA DO ALUNO NA TABELA; FORA DELA, ENTRA COMO AVULSA
       0120-ACHAR-TURMA      SECTION.
           MOVE ZEROS TO WRK-IND-ACHADA.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
                        OR WRK-IND-ACHADA GREATER ZEROS
               IF WRK-TUR-TURMA(WRK-IND-TUR) EQUAL REG-ALUNO-TURMA
                   MOVE WRK-IND-TUR TO WRK-IND-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-IND-ACHADA EQUAL ZEROS
              AND WRK-QTD-TURMAS LESS 50
               ADD 1 TO WRK-QTD-TURMAS
               MOVE REG-ALUNO-TURMA TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-QTD(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-VENCIDO(WRK-QTD-TURMAS)
               MOVE WRK-QTD-TURMAS TO WRK-IND-ACHADA
           END-IF.

      *=== RELATORIO: TURMA POR TURMA, OS INADIMPLENTES E O SUBTOTAL
       0200-PROCESSAR        SECTION.
           DISPLAY "==== INADIMPLENCIA DE MENSALIDADES POR TURMA ====".
           DISPLAY "(* = ATRASO ALEM DO PRAZO DE " WRK-PRAZO-DIAS
                   " DIAS - REMATRICULA SO COM SUPERVISOR)".
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
               IF WRK-TUR-QTD(WRK-IND-TUR) GREATER ZEROS
                   DISPLAY "TURMA " WRK-TUR-TURMA(WRK-IND-TUR)
                   PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                             UNTIL WRK-IND-ALU GREATER WRK-QTD-ALUNOS
                       IF WRK-ALU-IND-TUR(WRK-IND-ALU) EQUAL
                          WRK-IND-TUR
                           MOVE WRK-ALU-VENCIDO(WRK-IND-ALU)
                             TO WRK-VALOR-ED
                           DISPLAY "  " WRK-ALU-BLOQUEIA(WRK-IND-ALU)
                                   WRK-ALU-ID(WRK-IND-ALU) " "
                                   WRK-ALU-NOME(WRK-IND-ALU) " "
                                   WRK-VALOR-ED " DESDE "
                                   WRK-ALU-VENCTO(WRK-IND-ALU) " ("
                                   WRK-ALU-DIAS(WRK-IND-ALU) " DIAS)"
                       END-IF
                   END-PERFORM
                   MOVE WRK-TUR-VENCIDO(WRK-IND-TUR) TO WRK-VALOR-ED
                   DISPLAY "  TOTAL DA TURMA: " WRK-TUR-QTD(WRK-IND-TUR)
                           " ALUNO(S) - " WRK-VALOR-ED
               END-IF
           END-PERFORM.

       0300-FINALIZAR        SECTION.
           MOVE WRK-TOT-VENCIDO TO WRK-TOTAL-ED.
           DISPLAY "ALUNOS ATIVOS............ " WRK-TOT-ATIVOS.
           DISPLAY "COM MENSALIDADE VENCIDA.. " WRK-TOT-INADIMPLENTES.
           DISPLAY "ALEM DO PRAZO (*)........ " WRK-TOT-BLOQUEADOS.
           DISPLAY "SALDO VENCIDO TOTAL...... " WRK-TOTAL-ED.
           IF WRK-TOT-EXCEDENTES GREATER ZEROS
               DISPLAY "FORA DO RELATORIO (TABELA CHEIA): "
                       WRK-TOT-EXCEDENTES
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
