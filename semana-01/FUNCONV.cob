       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCONV.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CARGA, DE UMA UNICA VEZ, DO CADASTRO DE
      *==            FUNCIONARIOS (FUNCIONARIOS.DAT, COPYBOOK FUNREG) A
      *==            PARTIR DO CADASTRO.DAT DO PROGRAMA02 E DO
      *==            DEPENDENTES.CTL: CADA LINHA DO CADASTRO.DAT
      *==            RECEBE A SUA MATRICULA DO FUNNUM.CTL E ENTRA COMO
      *==            INCOMPLETA (SEM CPF, ADMISSAO, DEPARTAMENTO, CARGO
      *==            E CONTA, QUE O FUNMANU COMPLETA), COM O SALARIO
      *==            ANOTADO NO HISTORICO (COPYBOOK FUNSAL). OS
      *==            DEPENDENTES SAO CASADOS PELO NOME PELA ULTIMA VEZ;
      *==            DALI EM DIANTE FICAM NA MATRICULA
      *==  DATA: 20/08/2025
      *==  OBSERVACOES: NOME REPETIDO NO CADASTRO.DAT (HOMONIMO OU A
      *==               MESMA PESSOA DIGITADA DUAS VEZES) NAO RECEBE OS
      *==               DEPENDENTES DO NOME - TODAS AS MATRICULAS DELE
      *==               ENTRAM COM ZERO E VAO PARA A LISTA DE
      *==               PENDENCIAS, ASSIM COMO A LINHA DO
      *==               DEPENDENTES.CTL QUE NAO CASOU COM NENHUM NOME
      *==               (ERRO DE DIGITACAO), PARA O RH ACERTAR PELO
      *==               FUNMANU. COM FUNCIONARIOS.DAT JA CARREGADO A
      *==               CARGA E RECUSADA, ENTAO RODAR DE NOVO NAO
      *==               DUPLICA NINGUEM
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTROS GRAVADOS PELO PROGRAMA02: NOME, IDADE E SALARIO
           SELECT CADASTRO ASSIGN
           TO "..\dados\CADASTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADASTRO.

      *=== QUANTIDADE DE DEPENDENTES POR PESSOA, CASADA PELO NOME
           SELECT DEPENDENTES ASSIGN
           TO "..\dados\DEPENDENTES.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPENDENTES.

      *=== CADASTRO DE FUNCIONARIOS, GERADO DO ZERO
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

      *=== PROXIMA MATRICULA LIVRE, 1 LINHA SO (A MESMA DO FUNMANU)
           SELECT FUNNUMCTL ASSIGN
           TO "..\dados\FUNNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUNNUM.

      *=== HISTORICO DE SALARIO BASE (SO CRESCE)
           SELECT FUNSALLOG ASSIGN
           TO "..\dados\FUNCIONARIOS_SAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUNSAL.

      *=== LISTA DE PENDENCIAS DA CARGA PARA O RH
           SELECT PENDENCIAS ASSIGN
           TO "..\dados\FUNCONV_PENDENCIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENCIAS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CADASTRO.
       01  REG-CADASTRO.
           05  REG-CADASTRO-NOME       PIC X(30).
           05  REG-CADASTRO-IDADE      PIC 9(03).
           05  REG-CADASTRO-SALARIO    PIC 9(08)V9(02).

       FD  DEPENDENTES.
       01  REG-DEPENDENTE.
           05  REG-DEP-NOME            PIC X(030).
           05  REG-DEP-QTD             PIC 9(002).

       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       FD  FUNNUMCTL.
       01  REG-FUNNUM                  PIC 9(006).

       FD  FUNSALLOG.
           COPY "FUNSAL.cpy".

       FD  PENDENCIAS.
       01  REG-PENDENCIA               PIC X(100).

       WORKING-STORAGE       SECTION.
       77  FS-CADASTRO          PIC 9(002) VALUE ZEROS.
       77  FS-DEPENDENTES       PIC 9(002) VALUE ZEROS.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.
       77  FS-FUNNUM            PIC 9(002) VALUE ZEROS.
       77  FS-FUNSAL            PIC 9(002) VALUE ZEROS.
       77  FS-PENDENCIAS        PIC 9(002) VALUE ZEROS.

      *=== CADASTRO.DAT INTEIRO EM MEMORIA, PARA ACHAR OS NOMES
      *=== REPETIDOS ANTES DE DISTRIBUIR OS DEPENDENTES
       01  WRK-TAB-CADASTRO.
           05  WRK-CAD-ITEM     OCCURS 500 TIMES.
               10  WRK-CAD-NOME     PIC X(030).
               10  WRK-CAD-IDADE    PIC 9(003).
               10  WRK-CAD-SALARIO  PIC 9(008)V99.
       77  WRK-QTD-CADASTRO     PIC 9(004) VALUE ZEROS.
       77  WRK-IND-CAD          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-CAD-2        PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-MESMO-NOME   PIC 9(004) VALUE ZEROS.
       77  WRK-CAD-EXCESSO      PIC X(001) VALUE "N".
           88  CADASTRO-EXCEDIDO           VALUE "S".

      *=== DEPENDENTES.CTL EM MEMORIA; WRK-DEP-USADO MARCA A LINHA QUE
      *=== CASOU COM ALGUM NOME DO CADASTRO
       01  WRK-TAB-DEPENDENTES.
           05  WRK-DEP-ITEM     OCCURS 100 TIMES.
               10  WRK-DEP-NOME     PIC X(030).
               10  WRK-DEP-QTD      PIC 9(002).
               10  WRK-DEP-USADO    PIC X(001).
       77  WRK-QTD-DEPENDENTES  PIC 9(003) VALUE ZEROS.
       77  WRK-IND-DEP          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-DEP-ACH      PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-DEP          PIC 9(002) VALUE ZEROS.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-PROX-MATRICULA   PIC 9(006) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== TOTAIS DA CARGA (LIDOS = GRAVADOS + RECUSADOS)
       77  WRK-TOTAL-LIDOS      PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-RECUSADOS  PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-COM-DEP    PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-HOMONIMOS  PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-DEP-SOBRA  PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-PENDENCIAS PIC 9(004) VALUE ZEROS.

      *=== LINHA DA LISTA DE PENDENCIAS
       01  WRK-LIN-PENDENCIA.
           05  PEN-MATRICULA        PIC X(006).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  PEN-NOME             PIC X(030).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  PEN-DEP              PIC Z9.
           05  FILLER               PIC X(001) VALUE SPACE.
           05  PEN-MOTIVO           PIC X(059).

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONVERTER.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== CADASTRO JA CARREGADO: A CARGA NAO RODA DE NOVO
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 00
               READ FUNCIONARIOS NEXT RECORD
               IF FS-FUNCIONARIOS EQUAL 00
                   DISPLAY "FUNCIONARIOS.DAT JA TEM FUNCIONARIOS - "
                           "CARGA RECUSADA (MANUTENCAO PELO FUNMANU)"
                   CLOSE FUNCIONARIOS
                   STOP RUN
               END-IF
               CLOSE FUNCIONARIOS
           END-IF.

      *=== CADASTRO.DAT INTEIRO EM MEMORIA
           MOVE ZEROS TO WRK-QTD-CADASTRO.
           OPEN INPUT CADASTRO.
           IF FS-CADASTRO NOT EQUAL 00
               DISPLAY "CADASTRO.DAT NAO PODE SER ABERTO - FS "
                       FS-CADASTRO
               STOP RUN
           END-IF.
           READ CADASTRO.
           PERFORM UNTIL FS-CADASTRO NOT EQUAL 00
                      OR CADASTRO-EXCEDIDO
               IF WRK-QTD-CADASTRO EQUAL 500
                   MOVE "S" TO WRK-CAD-EXCESSO
               ELSE
                   ADD 1 TO WRK-QTD-CADASTRO
                   MOVE REG-CADASTRO-NOME
                     TO WRK-CAD-NOME(WRK-QTD-CADASTRO)
                   MOVE REG-CADASTRO-IDADE
                     TO WRK-CAD-IDADE(WRK-QTD-CADASTRO)
                   MOVE REG-CADASTRO-SALARIO
                     TO WRK-CAD-SALARIO(WRK-QTD-CADASTRO)
                   READ CADASTRO
               END-IF
           END-PERFORM.
           CLOSE CADASTRO.
           IF CADASTRO-EXCEDIDO
               DISPLAY "CADASTRO.DAT TEM MAIS DE 500 LINHAS - CARGA "
                       "RECUSADA PARA NAO PERDER NINGUEM"
               STOP RUN
           END-IF.

      *=== DEPENDENTES EM MEMORIA; SEM O ARQUIVO, TODOS COM ZERO
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           OPEN INPUT DEPENDENTES.
           IF FS-DEPENDENTES EQUAL 00
               READ DEPENDENTES
               PERFORM UNTIL FS-DEPENDENTES NOT EQUAL 00
                          OR WRK-QTD-DEPENDENTES EQUAL 100
                   ADD 1 TO WRK-QTD-DEPENDENTES
                   MOVE REG-DEP-NOME
                     TO WRK-DEP-NOME(WRK-QTD-DEPENDENTES)
                   MOVE REG-DEP-QTD
                     TO WRK-DEP-QTD(WRK-QTD-DEPENDENTES)
                   MOVE "N"
                     TO WRK-DEP-USADO(WRK-QTD-DEPENDENTES)
                   READ DEPENDENTES
               END-PERFORM
               CLOSE DEPENDENTES
           ELSE
               DISPLAY "DEPENDENTES.CTL NAO ENCONTRADO - TODOS COM "
                       "ZERO DEPENDENTES"
           END-IF.

      *=== PRIMEIRA MATRICULA; SEM FUNNUM.CTL A NUMERACAO COMECA EM 1
           MOVE 1 TO WRK-PROX-MATRICULA.
           OPEN INPUT FUNNUMCTL.
           IF FS-FUNNUM EQUAL 00
               READ FUNNUMCTL
               IF FS-FUNNUM EQUAL 00
                  AND REG-FUNNUM GREATER ZEROS
                   MOVE REG-FUNNUM TO WRK-PROX-MATRICULA
               END-IF
               CLOSE FUNNUMCTL
           END-IF.

           DISPLAY "CADASTROS A CONVERTER... " WRK-QTD-CADASTRO.
           DISPLAY "LINHAS DE DEPENDENTES... " WRK-QTD-DEPENDENTES.
           DISPLAY "PRIMEIRA MATRICULA...... " WRK-PROX-MATRICULA.
           DISPLAY "CONFIRMA A CARGA (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "CARGA ABANDONADA - NADA GRAVADO"
               STOP RUN
           END-IF.

           OPEN OUTPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO PODE SER CRIADO - FS "
                       FS-FUNCIONARIOS
               STOP RUN
           END-IF.

           OPEN EXTEND FUNSALLOG.
           IF FS-FUNSAL EQUAL 35
               OPEN OUTPUT FUNSALLOG
           END-IF.

           OPEN OUTPUT PENDENCIAS.
           MOVE "MATRIC NOME                           DP MOTIVO"
             TO REG-PENDENCIA.
           WRITE REG-PENDENCIA.

      *=== 1 MATRICULA POR LINHA DO CADASTRO.DAT, NA ORDEM DO ARQUIVO;
      *=== DEPOIS, AS LINHAS DE DEPENDENTES QUE NAO CASARAM
       0200-CONVERTER        SECTION.
           PERFORM VARYING WRK-IND-CAD FROM 1 BY 1
                     UNTIL WRK-IND-CAD GREATER WRK-QTD-CADASTRO
               ADD 1 TO WRK-TOTAL-LIDOS
               PERFORM 0210-CASAR-DEPENDENTES
               PERFORM 0220-GRAVAR-FUNCIONARIO
           END-PERFORM.

           PERFORM VARYING WRK-IND-DEP FROM 1 BY 1
                     UNTIL WRK-IND-DEP GREATER WRK-QTD-DEPENDENTES
               IF WRK-DEP-USADO(WRK-IND-DEP) EQUAL "N"
                   ADD 1 TO WRK-TOTAL-DEP-SOBRA
                   MOVE SPACES TO PEN-MATRICULA
                   MOVE WRK-DEP-NOME(WRK-IND-DEP) TO PEN-NOME
                   MOVE WRK-DEP-QTD(WRK-IND-DEP)  TO PEN-DEP
                   MOVE "DEPENDENTES.CTL SEM NOME IGUAL NO CADASTRO"
                     TO PEN-MOTIVO
                   PERFORM 0250-GRAVAR-PENDENCIA
               END-IF
           END-PERFORM.

      *=== DEPENDENTES DO NOME: SO QUANDO O NOME APARECE 1 VEZ NO
      *=== CADASTRO.DAT; REPETIDO, A LINHA FICA MARCADA COMO USADA
      *=== (CASOU) MAS NINGUEM RECEBE E A PENDENCIA E ANOTADA
       0210-CASAR-DEPENDENTES SECTION.
           MOVE ZEROS TO WRK-QTD-DEP.
           MOVE ZEROS TO WRK-IND-DEP-ACH.
           PERFORM VARYING WRK-IND-DEP FROM 1 BY 1
                     UNTIL WRK-IND-DEP GREATER WRK-QTD-DEPENDENTES
                        OR WRK-IND-DEP-ACH GREATER ZEROS
               IF WRK-DEP-NOME(WRK-IND-DEP)
                  EQUAL WRK-CAD-NOME(WRK-IND-CAD)
                   MOVE WRK-IND-DEP TO WRK-IND-DEP-ACH
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-QTD-MESMO-NOME.
           PERFORM VARYING WRK-IND-CAD-2 FROM 1 BY 1
                     UNTIL WRK-IND-CAD-2 GREATER WRK-QTD-CADASTRO
               IF WRK-CAD-NOME(WRK-IND-CAD-2)
                  EQUAL WRK-CAD-NOME(WRK-IND-CAD)
                   ADD 1 TO WRK-QTD-MESMO-NOME
               END-IF
           END-PERFORM.

           IF WRK-IND-DEP-ACH GREATER ZEROS
               MOVE "S" TO WRK-DEP-USADO(WRK-IND-DEP-ACH)
               IF WRK-QTD-MESMO-NOME EQUAL 1
                   MOVE WRK-DEP-QTD(WRK-IND-DEP-ACH) TO WRK-QTD-DEP
               END-IF
           END-IF.

       0220-GRAVAR-FUNCIONARIO SECTION.
           INITIALIZE REG-FUNCIONARIO.
           MOVE WRK-PROX-MATRICULA TO FUN-MATRICULA.
           MOVE FUNCTION UPPER-CASE(WRK-CAD-NOME(WRK-IND-CAD))
             TO FUN-NOME.
           MOVE FUNCTION TRIM(FUN-NOME) TO FUN-NOME.
           MOVE ZEROS               TO FUN-CPF.
           MOVE WRK-CAD-IDADE(WRK-IND-CAD)   TO FUN-IDADE.
           MOVE ZEROS               TO FUN-DATA-ADMISSAO.
           MOVE ZEROS               TO FUN-DATA-DESLIGAMENTO.
           MOVE WRK-CAD-SALARIO(WRK-IND-CAD) TO FUN-SALARIO-BASE.
           MOVE ZEROS               TO FUN-BANCO.
           MOVE ZEROS               TO FUN-AGENCIA.
           MOVE WRK-QTD-DEP         TO FUN-QTD-DEPENDENTES.
           SET FUNCIONARIO-INCOMPLETO TO TRUE.
           MOVE WRK-DATA-HOJE       TO FUN-DATA-CADASTRO.

           WRITE REG-FUNCIONARIO
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-RECUSADOS
                   DISPLAY "MATRICULA " FUN-MATRICULA " JA EXISTE - "
                           WRK-CAD-NOME(WRK-IND-CAD) " NAO CONVERTIDO"
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
                   IF WRK-QTD-DEP GREATER ZEROS
                       ADD 1 TO WRK-TOTAL-COM-DEP
                   END-IF
                   PERFORM 0230-GRAVAR-HISTORICO
                   IF WRK-QTD-MESMO-NOME GREATER 1
                       ADD 1 TO WRK-TOTAL-HOMONIMOS
                       MOVE FUN-MATRICULA TO PEN-MATRICULA
                       MOVE FUN-NOME      TO PEN-NOME
                       MOVE ZEROS         TO PEN-DEP
                       IF WRK-IND-DEP-ACH GREATER ZEROS
                           MOVE "NOME REPETIDO - DEPENDENTES ZERADOS"
                             TO PEN-MOTIVO
                       ELSE
                           MOVE "NOME REPETIDO - CONFERIR SE E O MESMO"
                             TO PEN-MOTIVO
                       END-IF
                       PERFORM 0250-GRAVAR-PENDENCIA
                   END-IF
           END-WRITE.
           ADD 1 TO WRK-PROX-MATRICULA.

      *=== SALARIO DA CARGA NO HISTORICO, SEM SALARIO ANTERIOR
       0230-GRAVAR-HISTORICO SECTION.
           MOVE SPACES                TO REG-FUNSAL.
           MOVE WRK-DATA-HOJE         TO FSL-DATA.
           ACCEPT FSL-HORA FROM TIME.
           MOVE FUN-MATRICULA         TO FSL-MATRICULA.
           MOVE "C"                   TO FSL-EVENTO.
           MOVE ZEROS                 TO FSL-SALARIO-ANTERIOR.
           MOVE FUN-SALARIO-BASE      TO FSL-SALARIO-NOVO.
           MOVE WRK-DATA-HOJE         TO FSL-VIGENCIA.
           MOVE "FUNCONV"             TO FSL-PROGRAMA.
           MOVE "LOTE"                TO FSL-OPERADOR.
           MOVE "CARGA INICIAL DO CADASTRO.DAT" TO FSL-MOTIVO.
           WRITE REG-FUNSAL.

       0250-GRAVAR-PENDENCIA SECTION.
           MOVE WRK-LIN-PENDENCIA TO REG-PENDENCIA.
           WRITE REG-PENDENCIA.
           ADD 1 TO WRK-TOTAL-PENDENCIAS.

      *=== CONFERE OS TOTAIS E GUARDA A PROXIMA MATRICULA
       0300-FINALIZAR        SECTION.
           CLOSE FUNCIONARIOS.
           CLOSE FUNSALLOG.
           CLOSE PENDENCIAS.

           OPEN OUTPUT FUNNUMCTL.
           MOVE WRK-PROX-MATRICULA TO REG-FUNNUM.
           WRITE REG-FUNNUM.
           CLOSE FUNNUMCTL.

           DISPLAY "==================================".
           DISPLAY "LIDOS DO CADASTRO.DAT..... " WRK-TOTAL-LIDOS.
           DISPLAY "FUNCIONARIOS GRAVADOS..... " WRK-TOTAL-GRAVADOS.
           DISPLAY "  COM DEPENDENTES......... " WRK-TOTAL-COM-DEP.
           DISPLAY "  NOME REPETIDO........... " WRK-TOTAL-HOMONIMOS.
           DISPLAY "RECUSADOS................. " WRK-TOTAL-RECUSADOS.
           DISPLAY "DEPENDENTES SEM CADASTRO.. " WRK-TOTAL-DEP-SOBRA.
           IF WRK-TOTAL-LIDOS NOT EQUAL
              WRK-TOTAL-GRAVADOS + WRK-TOTAL-RECUSADOS
               DISPLAY "*** TOTAIS NAO CONFEREM - VERIFICAR ***"
           END-IF.
           IF WRK-TOTAL-PENDENCIAS GREATER ZEROS
               DISPLAY WRK-TOTAL-PENDENCIAS " PENDENCIAS EM "
                       "FUNCONV_PENDENCIAS.TXT"
           END-IF.
           DISPLAY "PROXIMA MATRICULA......... " WRK-PROX-MATRICULA.
           DISPLAY "COMPLETAR CPF, ADMISSAO, DEPARTAMENTO, CARGO E "
                   "CONTA PELO FUNMANU".
           DISPLAY "FIM DE PROGRAMA".
