      *==  13/03/2025 GC: PASSA A GRAVAR NOME/IDADE/SALARIO DIGITADOS
      *==               EM CADASTRO.DAT, PARA NAO PRECISAR REDIGITAR
      *==               O CADASTRO EM OUTRO SISTEMA DEPOIS
      *==  20/08/2025 GC: A FOLHA (FOLHAIR) E A CONSULTA (CADCONS)
      *==               PASSAM A LER O CADASTRO DE FUNCIONARIOS
      *==               (FUNMANU); O CADASTRO.DAT SEGUE GRAVADO, MAS SO
      *==               FOI CARREGADO UMA VEZ (FUNCONV) - O PROGRAMA
      *==               AVISA QUE O FUNCIONARIO NOVO E PELO FUNMANU
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

           CLOSE CADASTRO.

           DISPLAY "CADASTRO.DAT NAO ALIMENTA A FOLHA - FUNCIONARIO "
                   "NOVO E INCLUIDO PELO FUNMANU".

       0300-FINALIZAR        SECTION.
           STOP RUN.
       END PROGRAM PROGRAMA02.
