      *=================================================================
      *==  COPYBOOK: MATWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DO BOLETIM POR MATERIA
      *==            (COPYBOOK MATPR): MOVER O ID E A TURMA PARA
      *==            WRK-MTB-ID E WRK-MTB-TURMA E PERFORM
      *==            9900-IMPRIMIR-MATERIAS; NA VOLTA, WRK-MTB-QTD E
      *==            WRK-MTB-REPROV TEM QUANTAS MATERIAS O ALUNO CURSOU
      *==            NA TURMA E EM QUANTAS FOI REPROVADO
      *==  DATA: 08/08/2025
      *==  OBSERVACOES: USAR JUNTO COM O COPYBOOK MATPR NA PROCEDURE
      *==               DIVISION E COM UM SELECT/FD MATERIAS APONTANDO
      *==               PARA ALUNO_MATERIAS.DAT (COPY MATREG NO FD,
      *==               ACESSO DINAMICO); O PROGRAMA LIGA
      *==               MATERIAS-ABERTAS QUANDO CONSEGUE ABRIR O
      *==               ARQUIVO - SEM ELE O BOLETIM SAI SEM MATERIAS
      *=================================================================
       77  FS-MATERIAS          PIC 9(002) VALUE ZEROS.
       77  WRK-MAT-ABERTO       PIC X(001) VALUE "N".
           88  MATERIAS-ABERTAS            VALUE "S".

      *=== ENTRADA E SAIDA DO BOLETIM POR MATERIA
       77  WRK-MTB-ID           PIC 9(004) VALUE ZEROS.
       77  WRK-MTB-TURMA        PIC X(006) VALUE SPACES.
       77  WRK-MTB-QTD          PIC 9(002) VALUE ZEROS.
       77  WRK-MTB-REPROV       PIC 9(002) VALUE ZEROS.

      *=== NOTAS E PESOS EDITADOS DA LINHA DA MATERIA
       77  WRK-MTB-NOTA1-ED     PIC Z9,99 VALUE ZEROS.
       77  WRK-MTB-NOTA2-ED     PIC Z9,99 VALUE ZEROS.
       77  WRK-MTB-NOTA3-ED     PIC Z9,99 VALUE ZEROS.
       77  WRK-MTB-MEDIA-ED     PIC Z9,99 VALUE ZEROS.
