      *=================================================================
      *==  COPYBOOK: ASSREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE ASSENTOS.DAT, A CAPACIDADE DE
      *==            LUGARES POR DESTINO (CODIGO DE CIDADES.DAT) E DATA
      *==            DA VIAGEM: A COTACAO DO EXERCICIO02 E A CONFIRMACAO
      *==            DO RESMANU CONFEREM OS LUGARES QUE SOBRAM EM CADA
      *==            TRECHO CONTRA ELA (COPYBOOKS ASSWS/ASSPR); A
      *==            MANUTENCAO E O ASSMANU
      *==  DATA: 30/07/2025
      *==  OBSERVACOES: DESTINO/DATA SEM LINHA NO ARQUIVO NAO TEM LIMITE
      *==               DE LUGARES (COMO ERA ANTES DA TABELA)
      *=================================================================
       01  REG-ASSENTO.
           05  REG-ASS-DESTINO         PIC X(002).
           05  REG-ASS-DATA            PIC 9(008).
           05  REG-ASS-LUGARES         PIC 9(003).
