       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCADE.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CADEIA DE FATURAMENTO DO FIM DO MES: O FATURAMENTO
      *==            ERA RODADO NA MAO, PROGRAMA A PROGRAMA, E NUM MES
      *==            O PROGRAMA08 RODOU ANTES DA PONTE DE MENSALIDADES
      *==            E COBROU ALUNO QUE TINHA ACABADO DE SAIR. A CADEIA
      *==            RODA OS PASSOS NA ORDEM FIXA, SEM PERGUNTAS DE
      *==            OPERADOR (SINALIZADOR EXTERNAL DO COPYBOOK LOTEWS,
      *==            O MESMO DA CADEIA NOTURNA DO ARQMENU):
      *==              1 - PROG025    PONTE DE MENSALIDADES
      *==              2 - PROGRAMA08 LOTE DA COMPETENCIA CORRENTE
      *==              3 - PROGRAMA13 REMESSA AO BANCO (MODO 1)
      *==              4 - PROGRAMA12 AGING POR CLIENTE
      *==            PARANDO NO PRIMEIRO PASSO QUE DEVOLVER RETURN-CODE
      *==            DIFERENTE DE ZERO. CADA PASSO E ANOTADO (INICIO E
      *==            FIM COM O RC) NO LOG CENTRAL PELO MODULO ARQEXEC
      *==            E GRAVADO NO CHECKPOINT FATCADEIA.CKP
      *==  DATA: 23/06/2025
      *==  OBSERVACOES: NAO HA OPCAO DE RETOMADA: A CADA EXECUCAO O
      *==               CHECKPOINT E LIDO E, SE FOR DA COMPETENCIA
      *==               CORRENTE, A CADEIA RECOMECA DO PASSO QUE FALHOU
      *==               (OU DO SEGUINTE AO ULTIMO CONCLUIDO); CADEIA JA
      *==               CONCLUIDA NA COMPETENCIA NAO RODA DE NOVO. COM O
      *==               MES CORRENTE JA FECHADO PELO FATFECH A CADEIA
      *==               NEM COMECA (COPYBOOKS FATFCWS/FATFCPR). NO LOG
      *==               CENTRAL (NOME DE 7 POSICOES) OS PASSOS SAO
      *==               PROG025, PGMA08, PGMA13 E PGMA12, E A CADEIA E
      *==               FATCADE
      *==  ALTERACOES
      *==  08/09/2025 GC: NOVO PASSO ENTRE O LOTE E A REMESSA: A REVISAO
      *==               DE VALORES ATIPICOS (FATATIP) RETEM AS FATURAS
      *==               NOVAS MUITO LONGE DO NORMAL DO CLIENTE, QUE A
      *==               REMESSA DO PROGRAMA13 DEIXA DE FORA. OS PASSOS
      *==               PASSAM A SER PROG025, PGMA08, FATATIP, PGMA13 E
      *==               PGMA12; FATURA RETIDA NAO PARA A CADEIA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CHECKPOINT DA CADEIA: COMPETENCIA, ULTIMO PASSO, RC E HORARIO
           SELECT CADEIACKP ASSIGN
           TO "dados\FATCADEIA.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADEIACKP.

      *=== ULTIMO DIA DO ULTIMO MES FECHADO, 1 LINHA SO
           SELECT FECHCTL ASSIGN
           TO "dados\FECHAMENTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCTL.

       DATA DIVISION.
       FILE                  SECTION.
      *=== REGISTRO UNICO: COMPETENCIA + PASSO + RC + DATA E HORA
       FD  CADEIACKP.
       01  REG-CADEIACKP.
           05  CKF-COMPETENCIA      PIC 9(006).
           05  CKF-SEP-1            PIC X(001).
           05  CKF-PASSO            PIC X(007).
           05  CKF-SEP-2            PIC X(001).
           05  CKF-RC               PIC 9(002).
           05  CKF-SEP-3            PIC X(001).
           05  CKF-DATA             PIC 9(008).
           05  CKF-SEP-4            PIC X(001).
           05  CKF-HORA             PIC 9(008).

       FD  FECHCTL.
       01  REG-FECHCTL                 PIC 9(008).

       WORKING-STORAGE       SECTION.
       77  FS-CADEIACKP         PIC 9(002) VALUE ZEROS.

      *=== DATA DE HOJE E A COMPETENCIA DA CADEIA (AAAAMM)
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(004).
           05  WRK-HOJE-MES     PIC 9(002).
           05  WRK-HOJE-DIA     PIC 9(002).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-CMP-MES      PIC 9(002) VALUE ZEROS.
       77  WRK-COMP-ED          PIC X(007) VALUE SPACES.

      *=== CHECKPOINT LIDO NO INICIO E O PASSO RECEM-EXECUTADO
       77  WRK-CKP-COMPETENCIA  PIC 9(006) VALUE ZEROS.
       77  WRK-CKP-PASSO        PIC X(007) VALUE SPACES.
       77  WRK-CKP-RC           PIC 9(002) VALUE ZEROS.
       77  WRK-PASSO-RC         PIC 9(002) VALUE ZEROS.

      *=== RETURN-CODE DA CADEIA (O DO PASSO QUE PAROU, OU 8 NA RECUSA)
       77  WRK-CADEIA-RC        PIC 9(002) VALUE ZEROS.

      *=== SINALIZADOR DE EXECUCAO EM LOTE, COMPARTILHADO (EXTERNAL)
      *=== COM OS PROGRAMAS DA CADEIA
       COPY "LOTEWS.cpy".

      *=== TRAVA DO PERIODO FECHADO (COPYBOOKS FATFCWS/FATFCPR)
       COPY "FATFCWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "FATCADE" TO EXC-PROGRAMA.
           MOVE "I"       TO EXC-EVENTO.
           MOVE ZEROS     TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           MOVE "N" TO WRK-MODO-LOTE.
           MOVE ZEROS TO WRK-CADEIA-RC.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-DECIDIR-INICIO.

      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "FATCADE"     TO EXC-PROGRAMA.
           MOVE "F"           TO EXC-EVENTO.
           MOVE WRK-CADEIA-RC TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           MOVE WRK-CADEIA-RC TO RETURN-CODE.
           STOP RUN.

      *=== COMPETENCIA CORRENTE E O CHECKPOINT DA ULTIMA EXECUCAO
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-ANO TO WRK-CMP-ANO.
           MOVE WRK-HOJE-MES TO WRK-CMP-MES.
           MOVE SPACES TO WRK-COMP-ED.
           STRING WRK-CMP-MES "/" WRK-CMP-ANO
                  DELIMITED BY SIZE INTO WRK-COMP-ED.

           MOVE ZEROS  TO WRK-CKP-COMPETENCIA.
           MOVE SPACES TO WRK-CKP-PASSO.
           MOVE ZEROS  TO WRK-CKP-RC.
           OPEN INPUT CADEIACKP.
           IF FS-CADEIACKP EQUAL 00
               READ CADEIACKP
               IF FS-CADEIACKP EQUAL 00
                   MOVE CKF-COMPETENCIA TO WRK-CKP-COMPETENCIA
                   MOVE CKF-PASSO       TO WRK-CKP-PASSO
                   MOVE CKF-RC          TO WRK-CKP-RC
               END-IF
               CLOSE CADEIACKP
           END-IF.

      *=== MES FECHADO NAO RECEBE FATURAMENTO; COM O CHECKPOINT DA
      *=== COMPETENCIA CORRENTE A CADEIA RETOMA DO PASSO QUE FALHOU (OU
      *=== DO SEGUINTE AO ULTIMO CONCLUIDO); SENAO COMECA DO PASSO 1
       0200-DECIDIR-INICIO   SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO - COMPETENCIA "
                   WRK-COMP-ED " ====".
           MOVE WRK-DATA-HOJE TO WRK-DATA-LANCAR.
           PERFORM 9400-VERIFICAR-PERIODO.

           EVALUATE TRUE
               WHEN PERIODO-FECHADO
                   DISPLAY "COMPETENCIA " WRK-COMP-ED " JA FECHADA "
                           "PELO FATFECH - CADEIA NAO INICIADA"
                   MOVE 8 TO WRK-CADEIA-RC
               WHEN WRK-CKP-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                   PERFORM 0205-CADEIA-INICIAR
               WHEN WRK-CKP-PASSO EQUAL "FIM"
                   DISPLAY "CADEIA DA COMPETENCIA " WRK-COMP-ED
                           " JA CONCLUIDA SEM ERROS - NADA A FAZER"
                   MOVE 8 TO WRK-CADEIA-RC
               WHEN WRK-CKP-RC NOT EQUAL ZEROS
                   DISPLAY "RETOMANDO DO PASSO " WRK-CKP-PASSO
                           " (RC " WRK-CKP-RC ")"
                   PERFORM 0207-CADEIA-RETOMAR
               WHEN OTHER
                   DISPLAY "PASSO " WRK-CKP-PASSO " JA CONCLUIDO - "
                           "RETOMANDO DO SEGUINTE"
                   PERFORM 0208-CADEIA-CONTINUAR
           END-EVALUATE.

       0205-CADEIA-INICIAR   SECTION.
           MOVE "S" TO WRK-MODO-LOTE.
           PERFORM 0210-PASSO-PONTE.
           MOVE "N" TO WRK-MODO-LOTE.

      *=== ENTRA NA CADEIA NO PASSO QUE FALHOU; DALI EM DIANTE O
      *=== ENCADEAMENTO NORMAL SEGUE
       0207-CADEIA-RETOMAR   SECTION.
           MOVE "S" TO WRK-MODO-LOTE.
           EVALUATE WRK-CKP-PASSO
               WHEN "PROG025"
                   PERFORM 0210-PASSO-PONTE
               WHEN "PGMA08"
                   PERFORM 0220-PASSO-LOTE
               WHEN "FATATIP"
                   PERFORM 0225-PASSO-REVISAO
               WHEN "PGMA13"
                   PERFORM 0230-PASSO-REMESSA
               WHEN "PGMA12"
                   PERFORM 0240-PASSO-AGING
               WHEN OTHER
                   DISPLAY "PASSO DESCONHECIDO NO CHECKPOINT - "
                           "RETOMADA RECUSADA"
                   MOVE 8 TO WRK-CADEIA-RC
           END-EVALUATE.
           MOVE "N" TO WRK-MODO-LOTE.

      *=== O ULTIMO PASSO ANOTADO TERMINOU BEM MAS A CADEIA NAO CHEGOU
      *=== AO FIM (QUEDA ENTRE PASSOS): SEGUE DO PASSO SEGUINTE
       0208-CADEIA-CONTINUAR SECTION.
           MOVE "S" TO WRK-MODO-LOTE.
           EVALUATE WRK-CKP-PASSO
               WHEN "PROG025"
                   PERFORM 0220-PASSO-LOTE
               WHEN "PGMA08"
                   PERFORM 0225-PASSO-REVISAO
               WHEN "FATATIP"
                   PERFORM 0230-PASSO-REMESSA
               WHEN "PGMA13"
                   PERFORM 0240-PASSO-AGING
               WHEN "PGMA12"
                   PERFORM 0250-CADEIA-CONCLUIDA
               WHEN OTHER
                   DISPLAY "PASSO DESCONHECIDO NO CHECKPOINT - "
                           "RETOMADA RECUSADA"
                   MOVE 8 TO WRK-CADEIA-RC
           END-EVALUATE.
           MOVE "N" TO WRK-MODO-LOTE.

       0210-PASSO-PONTE      SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO - PASSO 1: PROG025 ====".
           MOVE "PROG025" TO WRK-CKP-PASSO.
           PERFORM 0260-ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL "PROG025".
           MOVE RETURN-CODE TO WRK-PASSO-RC.
           PERFORM 0265-ANOTAR-FIM.
           IF WRK-PASSO-RC NOT EQUAL 0
               DISPLAY "CADEIA DE FATURAMENTO PAROU NA PONTE DE "
                       "MENSALIDADES (PROG025) - NADA FOI FATURADO"
           ELSE
               PERFORM 0220-PASSO-LOTE
           END-IF.

       0220-PASSO-LOTE       SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO - PASSO 2: PROGRAMA08 "
                   "====".
           MOVE "PGMA08" TO WRK-CKP-PASSO.
           PERFORM 0260-ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL "PROGRAMA08".
           MOVE RETURN-CODE TO WRK-PASSO-RC.
           PERFORM 0265-ANOTAR-FIM.
           IF WRK-PASSO-RC NOT EQUAL 0
               DISPLAY "CADEIA DE FATURAMENTO PAROU NO LOTE "
                       "(PROGRAMA08) - REVISAO, REMESSA E AGING NAO "
                       "EXECUTADOS"
           ELSE
               PERFORM 0225-PASSO-REVISAO
           END-IF.

      *=== REVISAO DE VALORES ATIPICOS: O QUE FOR RETIDO FICA FORA DA
      *=== REMESSA, MAS A CADEIA SEGUE (SO A FALHA DEVOLVE RC)
       0225-PASSO-REVISAO    SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO - PASSO 3: FATATIP ====".
           MOVE "FATATIP" TO WRK-CKP-PASSO.
           PERFORM 0260-ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL "FATATIP".
           MOVE RETURN-CODE TO WRK-PASSO-RC.
           PERFORM 0265-ANOTAR-FIM.
           IF WRK-PASSO-RC NOT EQUAL 0
               DISPLAY "CADEIA DE FATURAMENTO PAROU NA REVISAO DE "
                       "VALORES ATIPICOS (FATATIP) - REMESSA E AGING "
                       "NAO EXECUTADOS"
           ELSE
               PERFORM 0230-PASSO-REMESSA
           END-IF.

       0230-PASSO-REMESSA    SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO - PASSO 4: PROGRAMA13 "
                   "====".
           MOVE "PGMA13" TO WRK-CKP-PASSO.
           PERFORM 0260-ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL "PROGRAMA13".
           MOVE RETURN-CODE TO WRK-PASSO-RC.
           PERFORM 0265-ANOTAR-FIM.
           IF WRK-PASSO-RC NOT EQUAL 0
               DISPLAY "CADEIA DE FATURAMENTO PAROU NA REMESSA "
                       "(PROGRAMA13) - AGING NAO EXECUTADO"
           ELSE
               PERFORM 0240-PASSO-AGING
           END-IF.

       0240-PASSO-AGING      SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO - PASSO 5: PROGRAMA12 "
                   "====".
           MOVE "PGMA12" TO WRK-CKP-PASSO.
           PERFORM 0260-ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL "PROGRAMA12".
           MOVE RETURN-CODE TO WRK-PASSO-RC.
           PERFORM 0265-ANOTAR-FIM.
           IF WRK-PASSO-RC NOT EQUAL 0
               DISPLAY "CADEIA DE FATURAMENTO PAROU NO AGING "
                       "(PROGRAMA12)"
           ELSE
               PERFORM 0250-CADEIA-CONCLUIDA
           END-IF.

       0250-CADEIA-CONCLUIDA SECTION.
           DISPLAY "==== CADEIA DE FATURAMENTO CONCLUIDA SEM ERROS "
                   "====".
           MOVE "FIM    " TO WRK-CKP-PASSO.
           MOVE ZEROS     TO WRK-PASSO-RC.
           PERFORM 0270-GRAVAR-CHECKPOINT.

      *=== INICIO DO PASSO NO LOG CENTRAL
       0260-ANOTAR-INICIO    SECTION.
           MOVE WRK-CKP-PASSO TO EXC-PROGRAMA.
           MOVE "I"           TO EXC-EVENTO.
           MOVE ZEROS         TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.

      *=== FIM DO PASSO NO LOG CENTRAL E NO CHECKPOINT; O RC DO PASSO
      *=== VIRA O RC DA CADEIA
       0265-ANOTAR-FIM       SECTION.
           MOVE WRK-CKP-PASSO TO EXC-PROGRAMA.
           MOVE "F"           TO EXC-EVENTO.
           MOVE WRK-PASSO-RC  TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           MOVE WRK-PASSO-RC  TO WRK-CADEIA-RC.
           PERFORM 0270-GRAVAR-CHECKPOINT.

      *=== REGRAVA FATCADEIA.CKP COM O PASSO RECEM-EXECUTADO E O RC DELE
       0270-GRAVAR-CHECKPOINT SECTION.
           OPEN OUTPUT CADEIACKP.
           IF FS-CADEIACKP NOT EQUAL 00
               DISPLAY "AVISO: FATCADEIA.CKP NAO ABRIU - FS "
                       FS-CADEIACKP
           ELSE
               MOVE SPACE TO CKF-SEP-1 CKF-SEP-2 CKF-SEP-3 CKF-SEP-4
               MOVE WRK-COMPETENCIA TO CKF-COMPETENCIA
               MOVE WRK-CKP-PASSO   TO CKF-PASSO
               MOVE WRK-PASSO-RC    TO CKF-RC
               ACCEPT CKF-DATA FROM DATE YYYYMMDD
               ACCEPT CKF-HORA FROM TIME
               WRITE REG-CADEIACKP
               CLOSE CADEIACKP
           END-IF.

       COPY "FATFCPR.cpy".
