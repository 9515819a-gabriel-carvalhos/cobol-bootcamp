      *=================================================================
      *==  COPYBOOK: MATPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: BOLETIM POR MATERIA DE 1 ALUNO EM 1 TURMA: LE
      *==            ALUNO_MATERIAS.DAT DO ID + TURMA PEDIDOS (START
      *==            PELA CHAVE COMPOSTA E READ NEXT ENQUANTO O ID E A
      *==            TURMA NAO MUDAREM) E IMPRIME 1 LINHA POR MATERIA
      *==            COM AS 3 NOTAS, OS PESOS, A MEDIA E O RESULTADO
      *==  DATA: 08/08/2025
      *==  OBSERVACOES: CAMPOS NO COPYBOOK MATWS; ALUNO SEM MATERIA NA
      *==               TURMA NAO IMPRIME NADA (SO O BOLETIM DE 2 NOTAS
      *==               DE SEMPRE)
      *=================================================================
       9900-IMPRIMIR-MATERIAS SECTION.
           MOVE ZEROS TO WRK-MTB-QTD WRK-MTB-REPROV.
           IF MATERIAS-ABERTAS
               MOVE WRK-MTB-ID    TO MAT-ID
               MOVE WRK-MTB-TURMA TO MAT-TURMA
               MOVE LOW-VALUES    TO MAT-MATERIA
               START MATERIAS KEY IS NOT LESS THAN MAT-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-MATERIAS EQUAL 00
                   READ MATERIAS NEXT RECORD
                   PERFORM UNTIL FS-MATERIAS NOT EQUAL 00
                              OR MAT-ID NOT EQUAL WRK-MTB-ID
                              OR MAT-TURMA NOT EQUAL WRK-MTB-TURMA
                       PERFORM 9910-IMPRIMIR-MATERIA
                       READ MATERIAS NEXT RECORD
                   END-PERFORM
               END-IF
               IF WRK-MTB-QTD GREATER ZEROS
                   DISPLAY "MATERIAS...... " WRK-MTB-QTD
                           " - REPROVADO EM " WRK-MTB-REPROV
               END-IF
           END-IF.

      *=== 1 LINHA DA MATERIA CORRENTE; O CABECALHO SAI ANTES DA 1A
       9910-IMPRIMIR-MATERIA SECTION.
           IF WRK-MTB-QTD EQUAL ZEROS
               DISPLAY "---- MATERIAS DA TURMA " WRK-MTB-TURMA " ----"
               DISPLAY "MAT.  NOTA1 NOTA2 NOTA3 PESOS       MEDIA "
                       "RESULTADO"
           END-IF.
           ADD 1 TO WRK-MTB-QTD.
           IF MATERIA-REPROVADA
               ADD 1 TO WRK-MTB-REPROV
           END-IF.
           MOVE MAT-NOTA1 TO WRK-MTB-NOTA1-ED.
           MOVE MAT-NOTA2 TO WRK-MTB-NOTA2-ED.
           MOVE MAT-NOTA3 TO WRK-MTB-NOTA3-ED.
           MOVE MAT-MEDIA TO WRK-MTB-MEDIA-ED.
           DISPLAY MAT-MATERIA "  " WRK-MTB-NOTA1-ED " "
                   WRK-MTB-NOTA2-ED " " WRK-MTB-NOTA3-ED " "
                   MAT-PESO1 "/" MAT-PESO2 "/" MAT-PESO3 " "
                   WRK-MTB-MEDIA-ED " " MAT-RESULTADO.
