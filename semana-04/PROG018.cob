      *==               PROCURA VIRA LEITURA DIRETA PELA CHAVE, SEM
      *==               VARRER O ARQUIVO - E COM A CHAVE UNICA JA NAO
      *==               HA OCORRENCIA REPETIDA DO MESMO ID
      *==  08/08/2025 GC: O BOLETIM TRAZ TAMBEM AS MATERIAS DO ALUNO NA
      *==               TURMA CORRENTE (ALUNO_MATERIAS.DAT, COPYBOOKS
      *==               MATWS/MATPR): NOTAS, PESOS, MEDIA E RESULTADO
      *==               DE CADA MATERIA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS FS-ALUNOS.

      *=== MATRICULA POR MATERIA (NOTAS E RESULTADO DE CADA MATERIA,
      *=== LANCADAS PELO PROGRAMA09 MODO 4)
           SELECT MATERIAS ASSIGN
           TO "..\dados\ALUNO_MATERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS FS-MATERIAS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  ALUNOS.
           COPY "ALUREG.cpy".

       FD  MATERIAS.
           COPY "MATREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.
       77  WRK-ID-BUSCA         PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-LIDOS      PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-ACHADOS    PIC 9(004) VALUE ZEROS.

      *=== BOLETIM POR MATERIA (COPYBOOKS MATWS/MATPR)
       COPY "MATWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
               GOBACK
           END-IF.

      *=== SEM ALUNO_MATERIAS.DAT O BOLETIM SAI SO COM AS 2 NOTAS
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS EQUAL 00
               MOVE "S" TO WRK-MAT-ABERTO
           END-IF.

           DISPLAY "ID DO ALUNO: ".
           ACCEPT WRK-ID-BUSCA.

               WHEN OTHER
                   DISPLAY "MATRICULA.... ATIVA"
           END-EVALUATE.
           MOVE REG-ALUNO-ID    TO WRK-MTB-ID.
           MOVE REG-ALUNO-TURMA TO WRK-MTB-TURMA.
           PERFORM 9900-IMPRIMIR-MATERIAS.
           DISPLAY "===============================".

       0300-FINALIZAR        SECTION.
           CLOSE ALUNOS.
           IF MATERIAS-ABERTAS
               CLOSE MATERIAS
           END-IF.
           IF WRK-TOTAL-ACHADOS EQUAL ZEROS
               DISPLAY "ALUNO " WRK-ID-BUSCA " NAO ENCONTRADO EM "
                       WRK-TOTAL-LIDOS " REGISTROS"
               DISPLAY "BOLETINS REIMPRESSOS.. " WRK-TOTAL-ACHADOS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== BOLETIM POR MATERIA (9900-IMPRIMIR-MATERIAS)
       COPY "MATPR.cpy".
