      *==  OBSERVACOES: A LEITURA USA START PELA CHAVE COMPOSTA
      *==               (ID + TURMA BAIXA) E SEGUE NO READ NEXT
      *==               ENQUANTO O ID NAO MUDAR
      *=================================================================
      *==  ALTERACOES
      *==  08/08/2025 GC: CADA TURMA DO HISTORICO TRAZ TAMBEM AS
      *==               MATERIAS CURSADAS NELA (ALUNO_MATERIAS.DAT,
      *==               COPYBOOKS MATWS/MATPR): NOTAS, PESOS, MEDIA E
      *==               RESULTADO DE CADA MATERIA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS NTH-CHAVE
               FILE STATUS IS FS-NOTASHIST.

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
       FD  NOTASHIST.
           COPY "NOTHIST.cpy".

       FD  MATERIAS.
           COPY "MATREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-NOTASHIST         PIC 9(002) VALUE ZEROS.
       77  WRK-ID-BUSCA         PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-TURMAS     PIC 9(003) VALUE ZEROS.

      *=== BOLETIM POR MATERIA (COPYBOOKS MATWS/MATPR)
       COPY "MATWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
               GOBACK
           END-IF.

      *=== SEM ALUNO_MATERIAS.DAT CADA TURMA SAI SO COM AS 2 NOTAS
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS EQUAL 00
               MOVE "S" TO WRK-MAT-ABERTO
           END-IF.

           DISPLAY "ID DO ALUNO: ".
           ACCEPT WRK-ID-BUSCA.

           END-IF.
           DISPLAY "MEDIA........ " NTH-MEDIA.
           DISPLAY "RESULTADO.... " NTH-RESULTADO.
           MOVE NTH-ID    TO WRK-MTB-ID.
           MOVE NTH-TURMA TO WRK-MTB-TURMA.
           PERFORM 9900-IMPRIMIR-MATERIAS.
           DISPLAY "=================================".

       0300-FINALIZAR        SECTION.
           CLOSE NOTASHIST.
           IF MATERIAS-ABERTAS
               CLOSE MATERIAS
           END-IF.
           IF WRK-TOTAL-TURMAS EQUAL ZEROS
               DISPLAY "ALUNO " WRK-ID-BUSCA " SEM TURMAS NO "
                       "HISTORICO"
               DISPLAY "TURMAS NO HISTORICO.. " WRK-TOTAL-TURMAS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== BOLETIM POR MATERIA (9900-IMPRIMIR-MATERIAS)
       COPY "MATPR.cpy".
