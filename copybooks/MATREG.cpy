      *=================================================================
      *==  COPYBOOK: MATREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            ALUNO_MATERIAS.DAT, A MATRICULA DO ALUNO POR
      *==            MATERIA: O ALUREG SO GUARDA 2 NOTAS POR ALUNO E
      *==            POR TURMA, MAS O ALUNO CURSA VARIAS MATERIAS NO
      *==            PERIODO. CADA MATERIA CURSADA VIRA 1 REGISTRO
      *==            (CHAVE ID + TURMA + MATERIA) COM AS 3 NOTAS, OS
      *==            PESOS DE PESOS.CTL USADOS NA MEDIA, A MEDIA E O
      *==            RESULTADO PELA REGRA DO PROG013. GRAVADO PELO
      *==            PROGRAMA09 (MODO 4), LIDO NO BOLETIM (PROG018) E
      *==            NO HISTORICO (PROG022)
      *==  DATA: 08/08/2025
      *==  OBSERVACOES: ARQUIVO INDEXADO PELA CHAVE COMPOSTA MAT-CHAVE;
      *==               OS PESOS FICAM GRAVADOS NO REGISTRO PARA A
      *==               MEDIA CONTINUAR EXPLICAVEL MESMO QUE PESOS.CTL
      *==               MUDE DEPOIS
      *=================================================================
       01  REG-MATERIA.
           05  MAT-CHAVE.
               10  MAT-ID             PIC 9(004).
               10  MAT-TURMA          PIC X(006).
               10  MAT-MATERIA        PIC X(004).
           05  MAT-NOTA1              PIC 99V99.
           05  MAT-NOTA2              PIC 99V99.
           05  MAT-NOTA3              PIC 99V99.
           05  MAT-PESO1              PIC 9(003).
           05  MAT-PESO2              PIC 9(003).
           05  MAT-PESO3              PIC 9(003).
           05  MAT-MEDIA              PIC 99V99.
           05  MAT-RESULTADO          PIC X(011).
               88  MATERIA-APROVADA            VALUE "APROVADO".
               88  MATERIA-REPROVADA           VALUE "REPROVADO".
           05  MAT-DATA-LANC          PIC 9(008).
