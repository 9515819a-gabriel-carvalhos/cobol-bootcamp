       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXAFECH.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: FECHAMENTO DIARIO DO CAIXA DO BALCAO POR OPERADOR:
      *==            O BALCAO RECEBE NA BAIXA DE FATURA (PROGRAMA12,
      *==            ANOTADA NO JORNAL CONTAS_RECEBER.LOG) E NO
      *==            PAGAMENTO DE CONTAS (EXERC01 E A SESSAO DE SALDO
      *==            CORRENTE DO PROGRAMA03, EM EXTRATO.TXT), E NO FIM
      *==            DO DIA O CAIXA CONTAVA A GAVETA SEM TER UM TOTAL DO
      *==            SISTEMA PARA COMPARAR. AQUI O SISTEMA SOMA OS
      *==            LANCAMENTOS DO OPERADOR NO DIA POR FORMA DE
      *==            PAGAMENTO, RECEBE O CONTADO (DINHEIRO POR CEDULA E
      *==            MOEDA, AS DEMAIS FORMAS PELO TOTAL), MOSTRA A
      *==            SOBRA OU FALTA E GRAVA O DIA FECHADO EM
      *==            CAIXA_FECHAMENTO.DAT (COPYBOOK CXAFCH). A OPCAO H
      *==            MOSTRA O HISTORICO DE DIFERENCAS POR OPERADOR
      *==  DATA: 20/06/2025
      *==  OBSERVACOES: DIA JA FECHADO SO E REABERTO COM SUPERVISOR
      *==               (PERFIL "S" DO OPERADOR.CTL, COMO NA ANULACAO DO
      *==               LOTE DO PROGRAMA08); A REABERTURA FICA GRAVADA.
      *==               A BAIXA DO DIA ESTORNADA NO MESMO DIA NAO ENTRA
      *==               NO TOTAL (O DINHEIRO VOLTOU OU FOI RELANCADO).
      *==               BAIXA DO JORNAL SEM FORMA (LINHA ANTERIOR AO
      *==               CAMPO) CONTA COMO DINHEIRO; EXTRATO.TXT SO
      *==               ENTRA A LINHA "PAGO" COM DATA E OPERADOR
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== PAGAMENTOS DE CONTAS DO BALCAO (EXERC01 / PROGRAMA03)
           SELECT EXTRATO ASSIGN
           TO "dados\EXTRATO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

      *=== DIAS FECHADOS E REABERTOS (SO CRESCE)
           SELECT FECHCAIXA ASSIGN
           TO "dados\CAIXA_FECHAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCAIXA.

      *=== CADASTRO DE OPERADORES E PERFIS (O MESMO DO ARQMENU)
           SELECT OPERCTL ASSIGN
           TO "dados\OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERCTL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  EXTRATO.
           COPY "CXAEXT.cpy".

       FD  FECHCAIXA.
           COPY "CXAFCH.cpy".

       FD  OPERCTL.
       01  REG-OPERCTL.
           05  OPE-ID               PIC X(008).
           05  OPE-NOME             PIC X(020).
           05  OPE-PERFIL           PIC X(001).

       WORKING-STORAGE       SECTION.
       77  FS-JORNAL            PIC 9(002) VALUE ZEROS.
       77  FS-EXTRATO           PIC 9(002) VALUE ZEROS.
       77  FS-FECHCAIXA         PIC 9(002) VALUE ZEROS.
       77  FS-OPERCTL           PIC 9(002) VALUE ZEROS.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-HORA             PIC 9(008) VALUE ZEROS.

      *=== OPCAO: C-FECHAR O CAIXA / H-HISTORICO DE DIFERENCAS /
      *=== F-ENCERRAR
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-FECHAR                VALUE "C".
           88  OPCAO-HISTORICO             VALUE "H".
           88  OPCAO-ENCERRAR              VALUE "F".

      *=== FECHAMENTO EM ANDAMENTO: OPERADOR, DIA E SITUACAO DO DIA
       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.
       77  WRK-DATA-CAIXA       PIC 9(008) VALUE ZEROS.
       77  WRK-JA-FECHADO       PIC X(001) VALUE "N".
           88  DIA-JA-FECHADO              VALUE "S".
       77  WRK-LIBERADO         PIC X(001) VALUE "N".
           88  FECHAMENTO-LIBERADO         VALUE "S".
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".
       77  WRK-QTD-FECHAMENTOS  PIC 9(004) VALUE ZEROS.

      *=== REABERTURA: SUPERVISOR E PERFIL NO OPERADOR.CTL
       77  WRK-SUPERVISOR       PIC X(008) VALUE SPACES.
       77  WRK-PERFIL           PIC X(001) VALUE SPACE.
           88  PERFIL-SUPERVISOR           VALUE "S".

      *=== AS 4 FORMAS DE PAGAMENTO: TOTAL DO SISTEMA, CONTADO E
      *=== QUANTIDADE DE LANCAMENTOS
       01  WRK-TAB-FORMAS-VAL.
           05  FILLER           PIC X(009) VALUE "DDINHEIRO".
           05  FILLER           PIC X(009) VALUE "CCHEQUE  ".
           05  FILLER           PIC X(009) VALUE "TCARTAO  ".
           05  FILLER           PIC X(009) VALUE "PPIX     ".
       01  WRK-TAB-FORMAS-R REDEFINES WRK-TAB-FORMAS-VAL.
           05  WRK-FRM-NOME-ITEM OCCURS 4 TIMES.
               10  WRK-FRM-CODIGO       PIC X(001).
               10  WRK-FRM-NOME         PIC X(008).
       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-ITEM     OCCURS 4 TIMES.
               10  WRK-TOT-SISTEMA      PIC 9(008)V99.
               10  WRK-TOT-CONTADO      PIC 9(008)V99.
               10  WRK-TOT-QTD          PIC 9(005).
       77  WRK-IND-FRM          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-FRM-ACH      PIC 9(002) VALUE ZEROS.
       77  WRK-FORMA            PIC X(001) VALUE SPACE.
       77  WRK-DIFERENCA        PIC S9(008)V99 VALUE ZEROS.
       77  WRK-DIF-TOTAL        PIC S9(008)V99 VALUE ZEROS.
       77  WRK-SIS-TOTAL        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CON-TOTAL        PIC 9(008)V99 VALUE ZEROS.

      *=== BAIXAS DO OPERADOR NO DIA, PARA TIRAR AS ESTORNADAS NO DIA
       01  WRK-TAB-BAIXAS.
           05  WRK-BX-ITEM      OCCURS 500 TIMES.
               10  WRK-BX-NUMERO        PIC 9(006).
               10  WRK-BX-SEQ           PIC 9(003).
               10  WRK-BX-FORMA         PIC X(001).
               10  WRK-BX-VALOR         PIC 9(008)V99.
               10  WRK-BX-ESTORNADA     PIC X(001).
                   88  BX-ESTORNADA                VALUE "S".
       77  WRK-QTD-BAIXAS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-BX           PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-ESTORNADAS   PIC 9(003) VALUE ZEROS.

      *=== CONTAGEM DO DINHEIRO: CEDULAS E MOEDAS (VALOR 9(3)V99)
       01  WRK-TAB-CEDULAS-VAL.
           05  FILLER           PIC X(005) VALUE "20000".
           05  FILLER           PIC X(005) VALUE "10000".
           05  FILLER           PIC X(005) VALUE "05000".
           05  FILLER           PIC X(005) VALUE "02000".
           05  FILLER           PIC X(005) VALUE "01000".
           05  FILLER           PIC X(005) VALUE "00500".
           05  FILLER           PIC X(005) VALUE "00200".
           05  FILLER           PIC X(005) VALUE "00100".
           05  FILLER           PIC X(005) VALUE "00050".
           05  FILLER           PIC X(005) VALUE "00025".
           05  FILLER           PIC X(005) VALUE "00010".
           05  FILLER           PIC X(005) VALUE "00005".
       01  WRK-TAB-CEDULAS-R REDEFINES WRK-TAB-CEDULAS-VAL.
           05  WRK-CED-VALOR    PIC 9(003)V99 OCCURS 12 TIMES.
       77  WRK-QTD-CEDULAS      PIC 9(002) VALUE 12.
       77  WRK-IND-CED          PIC 9(002) VALUE ZEROS.
       77  WRK-QTD-DIGITADA     PIC 9(005) VALUE ZEROS.
       77  WRK-VALOR-DIGITADO   PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CED-ED           PIC ZZ9,99 VALUE ZEROS.

      *=== HISTORICO: PERIODO, DIFERENCA DE CADA DIA/OPERADOR FECHADO
      *=== (A REABERTURA ZERA O DIA ATE O NOVO FECHAMENTO) E O RESUMO
      *=== POR OPERADOR
       77  WRK-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(008) VALUE ZEROS.
       01  WRK-TAB-DIAS.
           05  WRK-DIA-ITEM     OCCURS 1000 TIMES.
               10  WRK-DIA-DATA         PIC 9(008).
               10  WRK-DIA-OPERADOR     PIC X(008).
               10  WRK-DIA-FECHADO      PIC X(001).
                   88  DIA-FECHADO                 VALUE "S".
               10  WRK-DIA-SOBRAS       PIC 9(008)V99.
               10  WRK-DIA-FALTAS       PIC 9(008)V99.
       77  WRK-QTD-DIAS         PIC 9(004) VALUE ZEROS.
       77  WRK-IND-DIA          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-DIA-ACH      PIC 9(004) VALUE ZEROS.
       01  WRK-TAB-OPERADORES.
           05  WRK-OPE-ITEM     OCCURS 100 TIMES.
               10  WRK-OPE-ID           PIC X(008).
               10  WRK-OPE-DIAS         PIC 9(004).
               10  WRK-OPE-DIAS-DIF     PIC 9(004).
               10  WRK-OPE-SOBRAS       PIC 9(009)V99.
               10  WRK-OPE-FALTAS       PIC 9(009)V99.
       77  WRK-QTD-OPERADORES   PIC 9(003) VALUE ZEROS.
       77  WRK-IND-OPE          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-OPE-ACH      PIC 9(003) VALUE ZEROS.
       77  WRK-LIQUIDO          PIC S9(009)V99 VALUE ZEROS.

      *=== CAMPOS EDITADOS
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTADO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIF-ED           PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-SITUACAO         PIC X(005) VALUE SPACES.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (C-FECHAR O CAIXA / H-HISTORICO DE "
                   "DIFERENCAS / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-FECHAR
                   PERFORM 0210-FECHAR-CAIXA
               WHEN OPCAO-HISTORICO
                   PERFORM 0260-HISTORICO
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== FECHAMENTO DE 1 OPERADOR NUM DIA: CONFERE SE O DIA JA ESTA
      *=== FECHADO, SOMA O SISTEMA, RECEBE O CONTADO, MOSTRA AS
      *=== DIFERENCAS E, CONFIRMADO, GRAVA O DIA FECHADO
       0210-FECHAR-CAIXA     SECTION.
           DISPLAY "OPERADOR DO CAIXA A FECHAR: ".
           ACCEPT WRK-OPERADOR.
           DISPLAY "DIA DO CAIXA AAAAMMDD (0 = HOJE): ".
           ACCEPT WRK-DATA-CAIXA.
           IF WRK-DATA-CAIXA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-CAIXA
           END-IF.

           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO INFORMADO"
           ELSE
           IF WRK-DATA-CAIXA GREATER WRK-DATA-HOJE
               DISPLAY "DIA FUTURO NAO PODE SER FECHADO"
           ELSE
               MOVE "S"    TO WRK-LIBERADO
               MOVE SPACES TO WRK-SUPERVISOR
               PERFORM 0212-VERIFICAR-FECHADO
               IF DIA-JA-FECHADO
                   PERFORM 0214-REABRIR-DIA
               END-IF
               IF FECHAMENTO-LIBERADO
                   PERFORM 0220-TOTAIS-SISTEMA
                   PERFORM 0230-CONTAGEM
                   PERFORM 0240-MOSTRAR-DIFERENCAS
                   DISPLAY "CONFIRMA O FECHAMENTO DO CAIXA (S/N): "
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                       PERFORM 0250-GRAVAR-FECHAMENTO
                   ELSE
                       DISPLAY "FECHAMENTO NAO GRAVADO - O DIA "
                               "CONTINUA ABERTO"
                   END-IF
               END-IF
           END-IF
           END-IF.

      *=== O DIA DO OPERADOR ESTA FECHADO SE A ULTIMA LINHA DELE EM
      *=== CAIXA_FECHAMENTO.DAT E DE FECHAMENTO (NAO DE REABERTURA)
       0212-VERIFICAR-FECHADO SECTION.
           MOVE "N" TO WRK-JA-FECHADO.
           OPEN INPUT FECHCAIXA.
           IF FS-FECHCAIXA EQUAL 00
               READ FECHCAIXA
               PERFORM UNTIL FS-FECHCAIXA NOT EQUAL 00
                   IF FCX-DATA EQUAL WRK-DATA-CAIXA
                      AND FCX-OPERADOR EQUAL WRK-OPERADOR
                       IF FCX-REABERTURA
                           MOVE "N" TO WRK-JA-FECHADO
                       ELSE
                           MOVE "S" TO WRK-JA-FECHADO
                       END-IF
                   END-IF
                   READ FECHCAIXA
               END-PERFORM
               CLOSE FECHCAIXA
           END-IF.

      *=== DIA FECHADO: SO O SUPERVISOR REABRE; A REABERTURA E GRAVADA
      *=== ANTES DO NOVO FECHAMENTO
       0214-REABRIR-DIA      SECTION.
           MOVE "N" TO WRK-LIBERADO.
           DISPLAY "CAIXA DE " WRK-OPERADOR " EM " WRK-DATA-CAIXA
                   " JA FECHADO - REABERTURA SO COM SUPERVISOR".
           PERFORM 0216-IDENTIFICAR-SUPERVISOR.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY "REABERTURA RECUSADA - " WRK-SUPERVISOR
                       " NAO TEM PERFIL DE SUPERVISOR"
           ELSE
               DISPLAY "CONFIRMA A REABERTURA DO DIA (S/N): "
               ACCEPT WRK-CONFIRMA
               IF NOT CONFIRMADO
                   DISPLAY "REABERTURA CANCELADA"
               ELSE
                   OPEN EXTEND FECHCAIXA
                   IF FS-FECHCAIXA NOT EQUAL 00
                       DISPLAY "CAIXA_FECHAMENTO.DAT NAO ABRIU - FS "
                               FS-FECHCAIXA
                   ELSE
                       MOVE SPACES TO REG-FECHCAIXA
                       MOVE WRK-DATA-CAIXA TO FCX-DATA
                       MOVE WRK-OPERADOR   TO FCX-OPERADOR
                       MOVE "R"            TO FCX-TIPO
                       MOVE ZEROS          TO FCX-VALOR-SISTEMA
                       MOVE ZEROS          TO FCX-VALOR-CONTADO
                       MOVE ZEROS          TO FCX-DIFERENCA
                       MOVE WRK-SUPERVISOR TO FCX-SUPERVISOR
                       MOVE WRK-DATA-HOJE  TO FCX-DATA-GRAVACAO
                       ACCEPT WRK-HORA FROM TIME
                       MOVE WRK-HORA       TO FCX-HORA-GRAVACAO
                       WRITE REG-FECHCAIXA
                       CLOSE FECHCAIXA
                       MOVE "S" TO WRK-LIBERADO
                       DISPLAY "DIA REABERTO POR " WRK-SUPERVISOR
                   END-IF
               END-IF
           END-IF.

      *=== O PERFIL VEM DO OPERADOR.CTL (O MESMO DO ARQMENU); SEM O
      *=== ARQUIVO NINGUEM E SUPERVISOR
       0216-IDENTIFICAR-SUPERVISOR SECTION.
           MOVE SPACE TO WRK-PERFIL.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
           ACCEPT WRK-SUPERVISOR.

           OPEN INPUT OPERCTL.
           IF FS-OPERCTL NOT EQUAL 00
               DISPLAY "OPERADOR.CTL NAO FOI ABERTO - FS " FS-OPERCTL
                       " - SEM COMO CONFERIR O PERFIL"
           ELSE
               READ OPERCTL
               PERFORM UNTIL FS-OPERCTL NOT EQUAL 00
                          OR WRK-PERFIL NOT EQUAL SPACE
                   IF OPE-ID EQUAL WRK-SUPERVISOR
                      AND WRK-SUPERVISOR NOT EQUAL SPACES
                       MOVE OPE-PERFIL TO WRK-PERFIL
                   END-IF
                   READ OPERCTL
               END-PERFORM
               CLOSE OPERCTL
           END-IF.

      *=== TOTAL DO SISTEMA POR FORMA: BAIXAS DO OPERADOR NO DIA
      *=== (MENOS AS ESTORNADAS NO MESMO DIA) E PAGAMENTOS DE CONTAS
      *=== DO EXTRATO
       0220-TOTAIS-SISTEMA   SECTION.
           INITIALIZE WRK-TAB-TOTAIS.
           MOVE ZEROS TO WRK-QTD-BAIXAS.
           MOVE ZEROS TO WRK-QTD-ESTORNADAS.

           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.LOG NAO FOI ABERTO - FS "
                       FS-JORNAL " - SEM BAIXAS NO TOTAL"
           ELSE
               READ JORNAL
               PERFORM UNTIL FS-JORNAL NOT EQUAL 00
                   IF JRN-DATA EQUAL WRK-DATA-CAIXA
                       PERFORM 0222-LINHA-JORNAL
                   END-IF
                   READ JORNAL
               END-PERFORM
               CLOSE JORNAL
           END-IF.
           PERFORM VARYING WRK-IND-BX FROM 1 BY 1
                     UNTIL WRK-IND-BX GREATER WRK-QTD-BAIXAS
               IF NOT BX-ESTORNADA(WRK-IND-BX)
                   MOVE WRK-BX-FORMA(WRK-IND-BX) TO WRK-FORMA
                   PERFORM 0226-LOCALIZAR-FORMA
                   ADD WRK-BX-VALOR(WRK-IND-BX)
                    TO WRK-TOT-SISTEMA(WRK-IND-FRM-ACH)
                   ADD 1 TO WRK-TOT-QTD(WRK-IND-FRM-ACH)
               END-IF
           END-PERFORM.

           OPEN INPUT EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
               DISPLAY "EXTRATO.TXT NAO FOI ABERTO - FS " FS-EXTRATO
                       " - SEM PAGAMENTOS DE CONTAS NO TOTAL"
           ELSE
               READ EXTRATO
               PERFORM UNTIL FS-EXTRATO NOT EQUAL 00
                   IF REG-EXT-DATA NUMERIC
                      AND REG-EXT-DATA EQUAL WRK-DATA-CAIXA
                      AND REG-EXT-OPERADOR EQUAL WRK-OPERADOR
                      AND REG-EXT-SITUACAO EQUAL "PAGO"
                      AND REG-EXT-VALOR NUMERIC
                       MOVE REG-EXT-FORMA TO WRK-FORMA
                       PERFORM 0226-LOCALIZAR-FORMA
                       ADD REG-EXT-VALOR
                        TO WRK-TOT-SISTEMA(WRK-IND-FRM-ACH)
                       ADD 1 TO WRK-TOT-QTD(WRK-IND-FRM-ACH)
                   END-IF
                   READ EXTRATO
               END-PERFORM
               CLOSE EXTRATO
           END-IF.
           IF WRK-QTD-ESTORNADAS GREATER ZEROS
               DISPLAY "BAIXAS ESTORNADAS NO DIA (FORA DO TOTAL): "
                       WRK-QTD-ESTORNADAS
           END-IF.

      *=== LINHA DO JORNAL DO DIA: BAIXA DO BALCAO DO OPERADOR ENTRA NA
      *=== TABELA; ESTORNO (DE QUALQUER OPERADOR) TIRA A BAIXA QUE
      *=== CANCELA, SE ELA FOR DO DIA
       0222-LINHA-JORNAL     SECTION.
           IF JRN-OPERACAO EQUAL "BAIXA"
              AND JRN-PROGRAMA EQUAL "PROGRAMA12"
              AND JRN-OPERADOR EQUAL WRK-OPERADOR
               IF WRK-QTD-BAIXAS LESS 500
                   ADD 1 TO WRK-QTD-BAIXAS
                   MOVE JRN-NUMERO TO WRK-BX-NUMERO(WRK-QTD-BAIXAS)
                   MOVE JRN-SEQ    TO WRK-BX-SEQ(WRK-QTD-BAIXAS)
                   MOVE JRN-FORMA  TO WRK-BX-FORMA(WRK-QTD-BAIXAS)
                   MOVE JRN-VALOR  TO WRK-BX-VALOR(WRK-QTD-BAIXAS)
                   MOVE "N"        TO WRK-BX-ESTORNADA(WRK-QTD-BAIXAS)
               ELSE
                   DISPLAY "AVISO: MAIS DE 500 BAIXAS NO DIA - FATURA "
                           JRN-NUMERO " FORA DO TOTAL"
               END-IF
           ELSE
           IF JRN-OPERACAO EQUAL "ESTORNO"
               PERFORM VARYING WRK-IND-BX FROM 1 BY 1
                         UNTIL WRK-IND-BX GREATER WRK-QTD-BAIXAS
                   IF WRK-BX-NUMERO(WRK-IND-BX) EQUAL JRN-NUMERO
                      AND WRK-BX-SEQ(WRK-IND-BX) EQUAL JRN-SEQ
                      AND NOT BX-ESTORNADA(WRK-IND-BX)
                       MOVE "S" TO WRK-BX-ESTORNADA(WRK-IND-BX)
                       ADD 1 TO WRK-QTD-ESTORNADAS
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      *=== POSICAO DA FORMA EM WRK-FORMA NA TABELA (FORMA EM BRANCO OU
      *=== DESCONHECIDA = DINHEIRO)
       0226-LOCALIZAR-FORMA  SECTION.
           MOVE 1 TO WRK-IND-FRM-ACH.
           PERFORM VARYING WRK-IND-FRM FROM 1 BY 1
                     UNTIL WRK-IND-FRM GREATER 4
               IF WRK-FRM-CODIGO(WRK-IND-FRM) EQUAL WRK-FORMA
                   MOVE WRK-IND-FRM TO WRK-IND-FRM-ACH
               END-IF
           END-PERFORM.

      *=== CONTADO NA GAVETA: DINHEIRO PELA QUANTIDADE DE CADA CEDULA
      *=== E MOEDA, AS DEMAIS FORMAS PELO TOTAL DOS COMPROVANTES
       0230-CONTAGEM         SECTION.
           DISPLAY "CONTAGEM DO DINHEIRO - QUANTIDADE DE CADA CEDULA "
                   "OU MOEDA (0 = NENHUMA)".
           PERFORM VARYING WRK-IND-CED FROM 1 BY 1
                     UNTIL WRK-IND-CED GREATER WRK-QTD-CEDULAS
               MOVE WRK-CED-VALOR(WRK-IND-CED) TO WRK-CED-ED
               DISPLAY "  R$ " WRK-CED-ED ": "
               ACCEPT WRK-QTD-DIGITADA
               COMPUTE WRK-TOT-CONTADO(1) = WRK-TOT-CONTADO(1)
                   + WRK-QTD-DIGITADA * WRK-CED-VALOR(WRK-IND-CED)
           END-PERFORM.
           MOVE WRK-TOT-CONTADO(1) TO WRK-CONTADO-ED.
           DISPLAY "DINHEIRO CONTADO....... " WRK-CONTADO-ED.

           PERFORM VARYING WRK-IND-FRM FROM 2 BY 1
                     UNTIL WRK-IND-FRM GREATER 4
               DISPLAY "TOTAL CONTADO EM " WRK-FRM-NOME(WRK-IND-FRM)
                       ": "
               ACCEPT WRK-VALOR-DIGITADO
               MOVE WRK-VALOR-DIGITADO TO WRK-TOT-CONTADO(WRK-IND-FRM)
           END-PERFORM.

      *=== SISTEMA X CONTADO POR FORMA E NO TOTAL; DIFERENCA POSITIVA
      *=== E SOBRA NA GAVETA, NEGATIVA E FALTA
       0240-MOSTRAR-DIFERENCAS SECTION.
           MOVE ZEROS TO WRK-SIS-TOTAL.
           MOVE ZEROS TO WRK-CON-TOTAL.
           DISPLAY "==== FECHAMENTO DO CAIXA " WRK-OPERADOR " EM "
                   WRK-DATA-CAIXA " ====".
           DISPLAY "FORMA         SISTEMA       CONTADO      DIFERENCA".
           PERFORM VARYING WRK-IND-FRM FROM 1 BY 1
                     UNTIL WRK-IND-FRM GREATER 4
               COMPUTE WRK-DIFERENCA = WRK-TOT-CONTADO(WRK-IND-FRM)
                                     - WRK-TOT-SISTEMA(WRK-IND-FRM)
               PERFORM 0245-SITUACAO-DIFERENCA
               MOVE WRK-TOT-SISTEMA(WRK-IND-FRM) TO WRK-VALOR-ED
               MOVE WRK-TOT-CONTADO(WRK-IND-FRM) TO WRK-CONTADO-ED
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
               DISPLAY WRK-FRM-NOME(WRK-IND-FRM) " " WRK-VALOR-ED " "
                       WRK-CONTADO-ED " " WRK-DIF-ED " " WRK-SITUACAO
               ADD WRK-TOT-SISTEMA(WRK-IND-FRM) TO WRK-SIS-TOTAL
               ADD WRK-TOT-CONTADO(WRK-IND-FRM) TO WRK-CON-TOTAL
           END-PERFORM.
           COMPUTE WRK-DIFERENCA = WRK-CON-TOTAL - WRK-SIS-TOTAL.
           MOVE WRK-DIFERENCA TO WRK-DIF-TOTAL.
           PERFORM 0245-SITUACAO-DIFERENCA.
           MOVE WRK-SIS-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-CON-TOTAL TO WRK-CONTADO-ED.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           DISPLAY "TOTAL    " WRK-VALOR-ED " " WRK-CONTADO-ED " "
                   WRK-DIF-ED " " WRK-SITUACAO.

       0245-SITUACAO-DIFERENCA SECTION.
           EVALUATE TRUE
               WHEN WRK-DIFERENCA GREATER ZEROS
                   MOVE "SOBRA" TO WRK-SITUACAO
               WHEN WRK-DIFERENCA LESS ZEROS
                   MOVE "FALTA" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE SPACES  TO WRK-SITUACAO
           END-EVALUATE.

      *=== 1 LINHA "F" POR FORMA EM CAIXA_FECHAMENTO.DAT
       0250-GRAVAR-FECHAMENTO SECTION.
           OPEN EXTEND FECHCAIXA.
           IF FS-FECHCAIXA EQUAL 35
               OPEN OUTPUT FECHCAIXA
           END-IF.
           IF FS-FECHCAIXA NOT EQUAL 00
               DISPLAY "CAIXA_FECHAMENTO.DAT NAO ABRIU - FS "
                       FS-FECHCAIXA " - DIA CONTINUA ABERTO"
           ELSE
               ACCEPT WRK-HORA FROM TIME
               PERFORM VARYING WRK-IND-FRM FROM 1 BY 1
                         UNTIL WRK-IND-FRM GREATER 4
                   MOVE SPACES TO REG-FECHCAIXA
                   MOVE WRK-DATA-CAIXA TO FCX-DATA
                   MOVE WRK-OPERADOR   TO FCX-OPERADOR
                   MOVE "F"            TO FCX-TIPO
                   MOVE WRK-FRM-CODIGO(WRK-IND-FRM) TO FCX-FORMA
                   MOVE WRK-TOT-SISTEMA(WRK-IND-FRM)
                     TO FCX-VALOR-SISTEMA
                   MOVE WRK-TOT-CONTADO(WRK-IND-FRM)
                     TO FCX-VALOR-CONTADO
                   COMPUTE WRK-DIFERENCA =
                       WRK-TOT-CONTADO(WRK-IND-FRM)
                       - WRK-TOT-SISTEMA(WRK-IND-FRM)
                   IF WRK-DIFERENCA LESS ZEROS
                       COMPUTE FCX-DIFERENCA = 0 - WRK-DIFERENCA
                       MOVE "-" TO FCX-SINAL
                   ELSE
                       MOVE WRK-DIFERENCA TO FCX-DIFERENCA
                       MOVE "+" TO FCX-SINAL
                   END-IF
                   MOVE WRK-SUPERVISOR TO FCX-SUPERVISOR
                   MOVE WRK-DATA-HOJE  TO FCX-DATA-GRAVACAO
                   MOVE WRK-HORA       TO FCX-HORA-GRAVACAO
                   WRITE REG-FECHCAIXA
               END-PERFORM
               CLOSE FECHCAIXA
               ADD 1 TO WRK-QTD-FECHAMENTOS
               DISPLAY "CAIXA DE " WRK-OPERADOR " EM " WRK-DATA-CAIXA
                       " FECHADO"
           END-IF.

      *=== HISTORICO DE DIFERENCAS DO PERIODO POR OPERADOR: DIAS
      *=== FECHADOS, DIAS COM DIFERENCA, SOBRAS, FALTAS E LIQUIDO
       0260-HISTORICO        SECTION.
           DISPLAY "DIA INICIAL AAAAMMDD (0 = INICIO DO MES): ".
           ACCEPT WRK-DATA-INI.
           IF WRK-DATA-INI EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-INI
               MOVE "01" TO WRK-DATA-INI(7:2)
           END-IF.
           DISPLAY "DIA FINAL AAAAMMDD (0 = HOJE): ".
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           MOVE ZEROS TO WRK-QTD-DIAS.
           MOVE ZEROS TO WRK-QTD-OPERADORES.

           OPEN INPUT FECHCAIXA.
           IF FS-FECHCAIXA NOT EQUAL 00
               DISPLAY "CAIXA_FECHAMENTO.DAT NAO FOI ABERTO - FS "
                       FS-FECHCAIXA
           ELSE
               READ FECHCAIXA
               PERFORM UNTIL FS-FECHCAIXA NOT EQUAL 00
                   IF FCX-DATA NOT LESS WRK-DATA-INI
                      AND FCX-DATA NOT GREATER WRK-DATA-FIM
                       PERFORM 0262-ACUMULAR-DIA
                   END-IF
                   READ FECHCAIXA
               END-PERFORM
               CLOSE FECHCAIXA
           END-IF.

           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                     UNTIL WRK-IND-DIA GREATER WRK-QTD-DIAS
               IF DIA-FECHADO(WRK-IND-DIA)
                   PERFORM 0264-ACUMULAR-OPERADOR
               END-IF
           END-PERFORM.

           DISPLAY "==== DIFERENCAS DE CAIXA DE " WRK-DATA-INI " A "
                   WRK-DATA-FIM " ====".
           IF WRK-QTD-OPERADORES EQUAL ZEROS
               DISPLAY "NENHUM CAIXA FECHADO NO PERIODO"
           END-IF.
           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                     UNTIL WRK-IND-OPE GREATER WRK-QTD-OPERADORES
               DISPLAY WRK-OPE-ID(WRK-IND-OPE) " - DIAS FECHADOS "
                       WRK-OPE-DIAS(WRK-IND-OPE) " - COM DIFERENCA "
                       WRK-OPE-DIAS-DIF(WRK-IND-OPE)
               MOVE WRK-OPE-SOBRAS(WRK-IND-OPE) TO WRK-VALOR-ED
               DISPLAY "  SOBRAS.. " WRK-VALOR-ED
               MOVE WRK-OPE-FALTAS(WRK-IND-OPE) TO WRK-VALOR-ED
               DISPLAY "  FALTAS.. " WRK-VALOR-ED
               COMPUTE WRK-LIQUIDO = WRK-OPE-SOBRAS(WRK-IND-OPE)
                                   - WRK-OPE-FALTAS(WRK-IND-OPE)
               MOVE WRK-LIQUIDO TO WRK-DIF-ED
               DISPLAY "  LIQUIDO. " WRK-DIF-ED
           END-PERFORM.

      *=== LINHA DO PERIODO: A REABERTURA ZERA O DIA DO OPERADOR; O
      *=== FECHAMENTO SOMA A DIFERENCA DA FORMA
       0262-ACUMULAR-DIA     SECTION.
           MOVE ZEROS TO WRK-IND-DIA-ACH.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                     UNTIL WRK-IND-DIA GREATER WRK-QTD-DIAS
               IF WRK-DIA-DATA(WRK-IND-DIA) EQUAL FCX-DATA
                  AND WRK-DIA-OPERADOR(WRK-IND-DIA) EQUAL FCX-OPERADOR
                   MOVE WRK-IND-DIA TO WRK-IND-DIA-ACH
               END-IF
           END-PERFORM.
           IF WRK-IND-DIA-ACH EQUAL ZEROS
              AND WRK-QTD-DIAS LESS 1000
               ADD 1 TO WRK-QTD-DIAS
               MOVE FCX-DATA     TO WRK-DIA-DATA(WRK-QTD-DIAS)
               MOVE FCX-OPERADOR TO WRK-DIA-OPERADOR(WRK-QTD-DIAS)
               MOVE "N"          TO WRK-DIA-FECHADO(WRK-QTD-DIAS)
               MOVE ZEROS        TO WRK-DIA-SOBRAS(WRK-QTD-DIAS)
               MOVE ZEROS        TO WRK-DIA-FALTAS(WRK-QTD-DIAS)
               MOVE WRK-QTD-DIAS TO WRK-IND-DIA-ACH
           END-IF.
           IF WRK-IND-DIA-ACH EQUAL ZEROS
               DISPLAY "AVISO: MAIS DE 1000 DIAS DE CAIXA NO PERIODO - "
                       FCX-DATA " " FCX-OPERADOR " FORA"
           ELSE
           IF FCX-REABERTURA
               MOVE "N"   TO WRK-DIA-FECHADO(WRK-IND-DIA-ACH)
               MOVE ZEROS TO WRK-DIA-SOBRAS(WRK-IND-DIA-ACH)
               MOVE ZEROS TO WRK-DIA-FALTAS(WRK-IND-DIA-ACH)
           ELSE
               MOVE "S"   TO WRK-DIA-FECHADO(WRK-IND-DIA-ACH)
               IF FCX-FALTA
                   ADD FCX-DIFERENCA TO WRK-DIA-FALTAS(WRK-IND-DIA-ACH)
               ELSE
                   ADD FCX-DIFERENCA TO WRK-DIA-SOBRAS(WRK-IND-DIA-ACH)
               END-IF
           END-IF
           END-IF.

      *=== SOMA O DIA FECHADO NO RESUMO DO OPERADOR
       0264-ACUMULAR-OPERADOR SECTION.
           MOVE ZEROS TO WRK-IND-OPE-ACH.
           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                     UNTIL WRK-IND-OPE GREATER WRK-QTD-OPERADORES
               IF WRK-OPE-ID(WRK-IND-OPE)
                  EQUAL WRK-DIA-OPERADOR(WRK-IND-DIA)
                   MOVE WRK-IND-OPE TO WRK-IND-OPE-ACH
               END-IF
           END-PERFORM.
           IF WRK-IND-OPE-ACH EQUAL ZEROS
              AND WRK-QTD-OPERADORES LESS 100
               ADD 1 TO WRK-QTD-OPERADORES
               MOVE WRK-DIA-OPERADOR(WRK-IND-DIA)
                 TO WRK-OPE-ID(WRK-QTD-OPERADORES)
               MOVE ZEROS TO WRK-OPE-DIAS(WRK-QTD-OPERADORES)
               MOVE ZEROS TO WRK-OPE-DIAS-DIF(WRK-QTD-OPERADORES)
               MOVE ZEROS TO WRK-OPE-SOBRAS(WRK-QTD-OPERADORES)
               MOVE ZEROS TO WRK-OPE-FALTAS(WRK-QTD-OPERADORES)
               MOVE WRK-QTD-OPERADORES TO WRK-IND-OPE-ACH
           END-IF.
           IF WRK-IND-OPE-ACH GREATER ZEROS
               ADD 1 TO WRK-OPE-DIAS(WRK-IND-OPE-ACH)
               IF WRK-DIA-SOBRAS(WRK-IND-DIA) GREATER ZEROS
                  OR WRK-DIA-FALTAS(WRK-IND-DIA) GREATER ZEROS
                   ADD 1 TO WRK-OPE-DIAS-DIF(WRK-IND-OPE-ACH)
               END-IF
               ADD WRK-DIA-SOBRAS(WRK-IND-DIA)
                TO WRK-OPE-SOBRAS(WRK-IND-OPE-ACH)
               ADD WRK-DIA-FALTAS(WRK-IND-DIA)
                TO WRK-OPE-FALTAS(WRK-IND-OPE-ACH)
           END-IF.

       0300-FINALIZAR        SECTION.
           DISPLAY "FECHAMENTOS NA SESSAO.. " WRK-QTD-FECHAMENTOS.
           DISPLAY "FIM DE PROGRAMA".
