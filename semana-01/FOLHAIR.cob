      *==               PESSOA SEM LINHA EM DEPENDENTES.CTL CONTA COM
      *==               ZERO DEPENDENTES; SEM O PROPRIO ARQUIVO, O
      *==               LOTE AVISA E SEGUE COM ZERO PARA TODOS
      *==  ALTERACOES
      *==  20/08/2025 GC: O LOTE PASSA A LER O CADASTRO DE FUNCIONARIOS
      *==               (FUNCIONARIOS.DAT, COPYBOOK FUNREG, CARREGADO
      *==               PELO FUNCONV E MANTIDO PELO FUNMANU) EM VEZ DO
      *==               CADASTRO.DAT: SALARIO BASE E DEPENDENTES VEM DA
      *==               MATRICULA, ENTAO O CASAMENTO PELO NOME COM O
      *==               DEPENDENTES.CTL DEIXA DE EXISTIR (HOMONIMOS
      *==               DIVIDIAM DEPENDENTES E NOME DIGITADO ERRADO
      *==               PERDIA OS DELES). DESLIGADO FICA FORA DA FOLHA;
      *==               INCOMPLETO ENTRA E E CONTADO NO FIM. A LINHA DA
      *==               FOLHA GANHA A MATRICULA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE FUNCIONARIOS, INDEXADO PELA MATRICULA (LIDO NA
      *=== ORDEM DA MATRICULA)
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

      *=== RELATORIO ESTILO FOLHA: 1 LINHA POR PESSOA + TOTAIS
           SELECT FOLHA ASSIGN

       DATA DIVISION.
       FILE                  SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       FD  FOLHA.
       01  REG-FOLHA                   PIC X(090).

       WORKING-STORAGE       SECTION.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.
       77  FS-FOLHA             PIC 9(002) VALUE ZEROS.

      *=== CALCULO DA PESSOA CORRENTE, O MESMO DO BALCAO
       77  WRK-QTD-DEP          PIC 9(002) VALUE ZEROS.
       77  WRK-SALARIO          PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-BRUTO      PIC 9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-IR         PIC 9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO    PIC 9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESLIGADOS PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-INCOMPLETOS PIC 9(004) VALUE ZEROS.

      *=== LINHA DA FOLHA: MATRICULA, NOME, DEPENDENTES, BRUTO, IR E
      *=== LIQUIDO
       01  WRK-LIN-FOLHA.
           05  FOL-MATRICULA       PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FOL-NOME            PIC X(030).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FOL-DEP             PIC Z9.
           PERFORM 0150-PROCESSAR-FOLHA.
           PERFORM 0300-FINALIZAR.

      *=== ABRE OS ARQUIVOS DO LOTE
       0100-INICIALIZAR      SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO PODE SER ABERTO - FS "
                       FS-FUNCIONARIOS
               PERFORM 0300-FINALIZAR
           END-IF.

               PERFORM 0300-FINALIZAR
           END-IF.

      *=== 1 LINHA DE FOLHA POR FUNCIONARIO NAO DESLIGADO, COM OS
      *=== TOTAIS NO FIM
       0150-PROCESSAR-FOLHA  SECTION.
           MOVE "MATRIC / NOME / DEP / BRUTO / IR ESTIMADO / LIQUIDO"
             TO REG-FOLHA.
           WRITE REG-FOLHA.

           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
               IF FUNCIONARIO-NA-FOLHA
                   IF FUNCIONARIO-INCOMPLETO
                       ADD 1 TO WRK-TOTAL-INCOMPLETOS
                   END-IF
                   PERFORM 0160-CALCULAR-PESSOA
                   PERFORM 0170-GRAVAR-LINHA
               ELSE
                   ADD 1 TO WRK-TOTAL-DESLIGADOS
               END-IF
               READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.

           PERFORM 0180-GRAVAR-TOTAIS.

           CLOSE FUNCIONARIOS.
           CLOSE FOLHA.

           DISPLAY "PESSOAS NA FOLHA........ " WRK-TOTAL-PESSOAS.
           DISPLAY "DESLIGADOS (FORA)....... " WRK-TOTAL-DESLIGADOS.
           IF WRK-TOTAL-INCOMPLETOS GREATER ZEROS
               DISPLAY "CADASTROS INCOMPLETOS... "
                       WRK-TOTAL-INCOMPLETOS
                       " (COMPLETAR PELO FUNMANU)"
           END-IF.
           MOVE WRK-TOTAL-IR TO WRK-TOTAL-ED.
           DISPLAY "IR ESTIMADO TOTAL....... " WRK-TOTAL-ED.
           DISPLAY "GRAVADO EM FOLHA_IR.TXT".
      *=== DEDUCAO POR DEPENDENTE (NUNCA NEGATIVA), DEPOIS A PRIMEIRA
      *=== FAIXA CUJO TETO COMPORTA A BASE DA A ALIQUOTA E A PARCELA
       0160-CALCULAR-PESSOA  SECTION.
           MOVE FUN-SALARIO-BASE    TO WRK-SALARIO.
           MOVE FUN-QTD-DEPENDENTES TO WRK-QTD-DEP.

           COMPUTE WRK-BASE-CALCULO =
               WRK-SALARIO - (WRK-QTD-DEP * WRK-DEDUCAO-DEP).
           COMPUTE WRK-LIQUIDO = WRK-SALARIO - WRK-IR.

       0170-GRAVAR-LINHA     SECTION.
           MOVE FUN-MATRICULA     TO FOL-MATRICULA.
           MOVE FUN-NOME          TO FOL-NOME.
           MOVE WRK-QTD-DEP       TO FOL-DEP.
           MOVE WRK-SALARIO       TO FOL-BRUTO.
           MOVE WRK-IR            TO FOL-IR.
