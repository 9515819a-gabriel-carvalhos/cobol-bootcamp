      *==  OBSERVACOES: MATRICULADO ATIVO = REGISTRO DA TURMA SEM
      *==               TRANCAMENTO/TRANSFERENCIA; ATE 50 TURMAS NA
      *==               TABELA, COMO NAS DEMAIS TABELAS DE CONTROLE
      *=================================================================
      *==  ALTERACOES
      *==  11/08/2025 GC: QUANTOS AGUARDAM NA LISTA DE ESPERA DE CADA
      *==               TURMA (ESPERA_TURMAS.DAT, GRAVADA PELO
      *==               PROGRAMA09); SEM O ARQUIVO, NINGUEM AGUARDA
      *==  13/08/2025 GC: LAYOUT DE TURMAS.CTL PASSA A VIR DO COPYBOOK
      *==               TURREG, QUE GANHOU AS TURMAS DE DESTINO DA
      *==               PROMOCAO DE FIM DE PERIODO (PROG026)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS FS-ALUNOS.

      *=== LISTA DE ESPERA DAS TURMAS LOTADAS (VER PROGRAMA09)
           SELECT ESPERA ASSIGN
           TO "..\dados\ESPERA_TURMAS.DAT"
               FILE STATUS IS FS-ESPERA
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  TURMASCTL.
           COPY "TURREG.cpy".

       FD  ALUNOS.
           COPY "ALUREG.cpy".

       FD  ESPERA.
           COPY "ESPREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-TURMAS            PIC 9(002) VALUE ZEROS.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.
       77  FS-ESPERA            PIC 9(002) VALUE ZEROS.

      *=== TURMAS DA TABELA COM O CONTADOR DE OCUPACAO
       01  WRK-TAB-TURMAS.
               10  WRK-TUR-DESCRICAO    PIC X(020).
               10  WRK-TUR-CAPACIDADE   PIC 9(003).
               10  WRK-TUR-OCUPADOS     PIC 9(003).
               10  WRK-TUR-ESPERA       PIC 9(003).
       77  WRK-QTD-TURMAS       PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TUR          PIC 9(002) VALUE ZEROS.
       77  WRK-TURMA-ACHADA     PIC X(001) VALUE "N".

       77  WRK-TOTAL-ALUNOS     PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-FANTASMAS  PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-ESPERA     PIC 9(004) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           MOVE ZEROS TO WRK-TOTAL-ALUNOS.
           MOVE ZEROS TO WRK-TOTAL-FANTASMAS.
           MOVE ZEROS TO WRK-TOTAL-ESPERA.

           OPEN INPUT TURMASCTL.
           IF FS-TURMAS NOT EQUAL 00
               MOVE TUR-CAPACIDADE
                 TO WRK-TUR-CAPACIDADE(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-OCUPADOS(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-ESPERA(WRK-QTD-TURMAS)
               READ TURMASCTL
           END-PERFORM.
           CLOSE TURMASCTL.
               CLOSE ALUNOS
           END-IF.

      *=== QUEM AINDA AGUARDA VAGA (SITUACAO "E") EM CADA TURMA
           OPEN INPUT ESPERA.
           IF FS-ESPERA EQUAL 00
               READ ESPERA
               PERFORM UNTIL FS-ESPERA NOT EQUAL 00
                   IF ESPERA-AGUARDANDO
                       PERFORM 0220-CONTAR-NA-ESPERA
                   END-IF
                   READ ESPERA
               END-PERFORM
               CLOSE ESPERA
           END-IF.

       0210-CONTAR-NA-TURMA  SECTION.
           MOVE "N" TO WRK-TURMA-ACHADA.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                       " EM '" REG-ALUNO-TURMA "'"
           END-IF.

       0220-CONTAR-NA-ESPERA SECTION.
           ADD 1 TO WRK-TOTAL-ESPERA.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
               IF WRK-TUR-TURMA(WRK-IND-TUR) EQUAL ESP-TURMA
                   ADD 1 TO WRK-TUR-ESPERA(WRK-IND-TUR)
               END-IF
           END-PERFORM.

       0300-FINALIZAR        SECTION.
           DISPLAY "==== OCUPACAO POR TURMA ====".
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                  EQUAL WRK-TUR-CAPACIDADE(WRK-IND-TUR)
                   DISPLAY "  TURMA LOTADA"
               END-IF
               IF WRK-TUR-ESPERA(WRK-IND-TUR) GREATER ZEROS
                   DISPLAY "  NA LISTA DE ESPERA: "
                           WRK-TUR-ESPERA(WRK-IND-TUR)
               END-IF
           END-PERFORM.
           DISPLAY "ALUNOS NA FOTO CORRENTE.. " WRK-TOTAL-ALUNOS.
           DISPLAY "EM TURMA FORA DA TABELA.. " WRK-TOTAL-FANTASMAS.
           DISPLAY "NA LISTA DE ESPERA....... " WRK-TOTAL-ESPERA.
           DISPLAY "FIM DE PROGRAMA".
