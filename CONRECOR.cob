       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONRECOR.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: RECEITA RECORRENTE E PERDA DE CONTRATOS DO MES: A
      *==            DIRETORIA PEDE TODO MES A RECEITA MENSAL DOS
      *==            CONTRATOS (MRR) E QUANTO SE PERDEU. O PROGRAMA
      *==            REFAZ A CARTEIRA A PARTIR DE CONTRATOS.DAT E DA
      *==            TRILHA CONTRATOS.LOG (CONMANU, CONREAJ E O LOTE DO
      *==            PROGRAMA08) E GRAVA RECORRENTE_AAAAMM.TXT COM O
      *==            MRR NO INICIO E NO FIM DO MES, O MOVIMENTO (NOVOS,
      *==            AUMENTOS - COM O REAJUSTE A PARTE -, REDUCOES,
      *==            SUSPENSOES, CANCELAMENTOS E REATIVACOES), O CHURN
      *==            E A RETENCAO LIQUIDA (NRR), A EVOLUCAO DOS 12
      *==            MESES ATE ELE E OS 10 MAIORES CONTRATOS NO FIM
      *==  DATA: 16/06/2025
      *==  OBSERVACOES: O LOG GUARDA O TOTAL ANTES E DEPOIS, MAS NAO O
      *==               STATUS ANTERIOR; POR ISSO O LOG E REPASSADO NA
      *==               ORDEM EM QUE FOI GRAVADO, COM O ESTADO DE CADA
      *==               CONTRATO (PELO NOME DO CLIENTE, COMO NO LOG). O
      *==               ESTADO ANTES DA 1A LINHA DE UM CONTRATO VEM DELA
      *==               MESMA (INCLUSAO = NAO EXISTIA, REATIVACAO =
      *==               PARADO, AS DEMAIS = ATIVO COM O TOTAL ANTIGO); O
      *==               CONTRATO SEM LINHA NO LOG FICA COMO ESTA NO
      *==               ARQUIVO. MRR = SOMA DOS ITENS MENSAIS DOS
      *==               CONTRATOS ATIVOS (O SUSPENSO NAO E COBRADO E
      *==               NAO CONTA); O ENCERRAMENTO PELO FIM DA VIGENCIA
      *==               CONTA COMO CANCELAMENTO. SO CONSULTA, NADA E
      *==               ALTERADO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CONTRATOS MENSAIS (MESMO LAYOUT DO PROGRAMA08/CONMANU)
           SELECT CONTRATOS ASSIGN
           TO "dados\CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTRATOS.

      *=== TRILHA DAS MUDANCAS DE CONTRATO, A MESMA DO CONMANU
           SELECT CONLOG ASSIGN
           TO "dados\CONTRATOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONLOG.

      *=== RELATORIO DO MES (NOME COM A COMPETENCIA, MONTADO NA HORA)
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CONTRATOS.
           COPY "CONREG.cpy".

      *=== MESMA LINHA DE LOG DO CONMANU
       FD  CONLOG.
       01  REG-CONLOG.
           05  CON-DATA            PIC 9(008).
           05  CON-DATA-R REDEFINES CON-DATA.
               10  CON-DATA-ANO    PIC 9(004).
               10  CON-DATA-MES    PIC 9(002).
               10  CON-DATA-DIA    PIC 9(002).
           05  CON-SEP-1           PIC X(001).
           05  CON-OPERACAO        PIC X(012).
           05  CON-SEP-2           PIC X(001).
           05  CON-CLIENTE         PIC X(030).
           05  CON-SEP-3           PIC X(001).
           05  CON-TOTAL-ANTIGO    PIC 9(008)V99.
           05  CON-SEP-4           PIC X(001).
           05  CON-TOTAL-NOVO      PIC 9(008)V99.
           05  CON-SEP-5           PIC X(001).
           05  CON-OPERADOR        PIC X(008).

       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-CONTRATOS         PIC 9(002) VALUE ZEROS.
       77  FS-CONLOG            PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *=== COMPETENCIA DO RELATORIO (DIGITADA MMAAAA, GUARDADA AAAAMM)
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-CMP-MES      PIC 9(002) VALUE ZEROS.
       77  WRK-COMP-ED          PIC X(007) VALUE SPACES.
       77  WRK-MESES-COMP       PIC 9(006) VALUE ZEROS.
       77  WRK-MESES-LOG        PIC 9(006) VALUE ZEROS.
       77  WRK-POS-MES          PIC S9(006) VALUE ZEROS.

      *=== ESTADO DE CADA CONTRATO NA REPASSADA DO LOG: ATIVO OU NAO,
      *=== O TOTAL MENSAL E SE JA APARECEU NO LOG
       01  WRK-TAB-CONTRATOS.
           05  WRK-CT-ITEM      OCCURS 400 TIMES.
               10  WRK-CT-CLIENTE       PIC X(030).
               10  WRK-CT-VALOR         PIC 9(008)V99.
               10  WRK-CT-ATIVO         PIC X(001).
                   88  CT-ATIVO                    VALUE "S".
               10  WRK-CT-NO-LOG        PIC X(001).
                   88  CT-NO-LOG                   VALUE "S".
               10  WRK-CT-LISTADO       PIC X(001).
                   88  CT-LISTADO                  VALUE "S".
       77  WRK-QTD-CONTRATOS    PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CON          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ACHADO       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ITEM         PIC 9(002) VALUE ZEROS.
       77  WRK-TOTAL-MENSAL     PIC 9(008)V99 VALUE ZEROS.

      *=== MOVIMENTO DE CADA UM DOS 12 MESES ATE A COMPETENCIA (O 12O
      *=== E ELA); VALORES SEMPRE POSITIVOS, O SINAL VEM DA COLUNA
       01  WRK-TAB-MESES.
           05  WRK-MES-ITEM     OCCURS 12 TIMES.
               10  WRK-MES-ANO          PIC 9(004).
               10  WRK-MES-MES          PIC 9(002).
               10  WRK-MES-MRR-INICIO   PIC 9(010)V99.
               10  WRK-MES-MRR-FIM      PIC 9(010)V99.
               10  WRK-MES-ATIVOS-INI   PIC 9(005).
               10  WRK-MES-ATIVOS-FIM   PIC 9(005).
               10  WRK-MES-NOVOS        PIC 9(010)V99.
               10  WRK-MES-AUMENTOS     PIC 9(010)V99.
               10  WRK-MES-REAJUSTES    PIC 9(010)V99.
               10  WRK-MES-REDUCOES     PIC 9(010)V99.
               10  WRK-MES-SUSPENSOES   PIC 9(010)V99.
               10  WRK-MES-CANCELADOS   PIC 9(010)V99.
               10  WRK-MES-REATIVADOS   PIC 9(010)V99.
               10  WRK-MES-QTD-NOVOS    PIC 9(005).
               10  WRK-MES-QTD-SUSP     PIC 9(005).
               10  WRK-MES-QTD-CANC     PIC 9(005).
               10  WRK-MES-QTD-REAT     PIC 9(005).
               10  WRK-MES-CHURN        PIC 9(003)V99.
               10  WRK-MES-NRR          PIC 9(003)V99.
       77  WRK-IND-MES          PIC 9(002) VALUE ZEROS.

      *=== MRR E CONTRATOS ATIVOS ANTES DO 1O MES DA EVOLUCAO
       77  WRK-MRR-BASE         PIC 9(010)V99 VALUE ZEROS.
       77  WRK-ATIVOS-BASE      PIC 9(005) VALUE ZEROS.

      *=== LINHA DO LOG APLICADA: CONTRIBUICAO DO CONTRATO AO MRR ANTES
      *=== E DEPOIS DELA
       77  WRK-CONTRIB-ANTES    PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CONTRIB-DEPOIS   PIC 9(008)V99 VALUE ZEROS.
       77  WRK-DELTA            PIC S9(008)V99 VALUE ZEROS.
       77  WRK-ERA-ATIVO        PIC X(001) VALUE "N".
           88  ERA-ATIVO                   VALUE "S".
       77  WRK-QTD-LINHAS-LOG   PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-IGNORADAS    PIC 9(006) VALUE ZEROS.

      *=== OS 10 MAIORES CONTRATOS NO FIM DA COMPETENCIA
       77  WRK-IND-TOP          PIC 9(002) VALUE ZEROS.
       77  WRK-MAIOR-VALOR      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PERC-TOP         PIC 9(003)V99 VALUE ZEROS.

      *=== LINHA DO RELATORIO E OS CAMPOS EDITADOS
       77  WRK-LINHA-REL        PIC X(080) VALUE SPACES.
       77  WRK-MOSTRAR          PIC X(001) VALUE "N".
           88  MOSTRAR-LINHA               VALUE "S".
       77  WRK-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED           PIC ZZZZ9 VALUE ZEROS.
       77  WRK-PERC-ED          PIC ZZ9,99 VALUE ZEROS.
       77  WRK-ROTULO           PIC X(024) VALUE SPACES.
       77  WRK-COM-QTD          PIC X(001) VALUE "S".
           88  LINHA-COM-QTD               VALUE "S".

      *=== LINHA DA EVOLUCAO: MES, MRR NO FIM, MOVIMENTO E CHURN
       01  WRK-LIN-EVOLUCAO.
           05  EVL-MES             PIC X(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-MRR             PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-NOVOS           PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-AUMENTOS        PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-REDUCOES        PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-PERDAS          PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-REATIVADOS      PIC Z(006)9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EVL-CHURN           PIC ZZ9,99.

      *=== LINHA DOS MAIORES CONTRATOS: POSICAO, CLIENTE, TOTAL MENSAL
      *=== E PARTICIPACAO NO MRR
       01  WRK-LIN-TOP.
           05  TOP-POSICAO         PIC Z9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  TOP-CLIENTE         PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  TOP-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  TOP-PERC            PIC ZZ9,99.
           05  FILLER              PIC X(002) VALUE " %".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-CONTRATOS.
           PERFORM 0220-REPASSAR-LOG.
           PERFORM 0240-CALCULAR-MESES.
           PERFORM 0250-EMITIR-RELATORIO.
           PERFORM 0300-FINALIZAR.

      *=== COMPETENCIA A ANALISAR (0 = MES ANTERIOR) E OS 12 MESES DA
      *=== EVOLUCAO, DO MAIS ANTIGO ATE ELA
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-CMP-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-CMP-MES.
           IF WRK-CMP-MES EQUAL 01
               MOVE 12 TO WRK-CMP-MES
               SUBTRACT 1 FROM WRK-CMP-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CMP-MES
           END-IF.
           PERFORM 0155-EDITAR-COMPETENCIA.

           DISPLAY "COMPETENCIA MMAAAA (0 = " WRK-COMP-ED "): ".
           ACCEPT WRK-COMP-DIGITADA.
           IF WRK-COMP-DIGITADA NOT EQUAL ZEROS
               IF WRK-CDG-MES EQUAL ZEROS
                  OR WRK-CDG-MES GREATER 12
                  OR WRK-CDG-ANO EQUAL ZEROS
                   DISPLAY "COMPETENCIA INVALIDA"
                   STOP RUN
               END-IF
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
               PERFORM 0155-EDITAR-COMPETENCIA
           END-IF.
           COMPUTE WRK-MESES-COMP = WRK-CMP-ANO * 12 + WRK-CMP-MES.

           INITIALIZE WRK-TAB-MESES.
           MOVE WRK-CMP-ANO TO WRK-MES-ANO(12).
           MOVE WRK-CMP-MES TO WRK-MES-MES(12).
           PERFORM VARYING WRK-IND-MES FROM 11 BY -1
                     UNTIL WRK-IND-MES LESS 1
               IF WRK-MES-MES(WRK-IND-MES + 1) EQUAL 01
                   MOVE 12 TO WRK-MES-MES(WRK-IND-MES)
                   COMPUTE WRK-MES-ANO(WRK-IND-MES) =
                       WRK-MES-ANO(WRK-IND-MES + 1) - 1
               ELSE
                   COMPUTE WRK-MES-MES(WRK-IND-MES) =
                       WRK-MES-MES(WRK-IND-MES + 1) - 1
                   MOVE WRK-MES-ANO(WRK-IND-MES + 1)
                     TO WRK-MES-ANO(WRK-IND-MES)
               END-IF
           END-PERFORM.

      *=== COMPETENCIA EDITADA MM/AAAA
       0155-EDITAR-COMPETENCIA SECTION.
           MOVE SPACES TO WRK-COMP-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMP-ED
           END-STRING.

      *=== CARTEIRA ATUAL: CADA CONTRATO COM O TOTAL MENSAL E ATIVO SE
      *=== O STATUS ESTA EM BRANCO (COMO O PROGRAMA08 ENTENDE)
       0200-CARREGAR-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS.
           IF FS-CONTRATOS NOT EQUAL 00
               DISPLAY "CONTRATOS.DAT NAO PODE SER ABERTO - FS "
                       FS-CONTRATOS
               STOP RUN
           END-IF.
           READ CONTRATOS.
           PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
                      OR WRK-QTD-CONTRATOS EQUAL 400
               ADD 1 TO WRK-QTD-CONTRATOS
               MOVE WRK-QTD-CONTRATOS TO WRK-IND-CON
               MOVE REG-CON-CLIENTE TO WRK-CT-CLIENTE(WRK-IND-CON)
               MOVE ZEROS TO WRK-TOTAL-MENSAL
               PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                         UNTIL WRK-IND-ITEM GREATER 12
                   ADD REG-CON-ITEM(WRK-IND-ITEM) TO WRK-TOTAL-MENSAL
               END-PERFORM
               MOVE WRK-TOTAL-MENSAL TO WRK-CT-VALOR(WRK-IND-CON)
               IF REG-CON-STATUS EQUAL SPACE
                   MOVE "S" TO WRK-CT-ATIVO(WRK-IND-CON)
               ELSE
                   MOVE "N" TO WRK-CT-ATIVO(WRK-IND-CON)
               END-IF
               MOVE "N" TO WRK-CT-NO-LOG(WRK-IND-CON)
               MOVE "N" TO WRK-CT-LISTADO(WRK-IND-CON)
               READ CONTRATOS
           END-PERFORM.
           CLOSE CONTRATOS.

      *=== REPASSA O LOG NA ORDEM GRAVADA. A 1A LINHA DE CADA CONTRATO
      *=== DA O ESTADO ANTERIOR A ELA; A LINHA ANTERIOR A EVOLUCAO SO
      *=== MEXE NA BASE, A DE UM DOS 12 MESES VAI PARA O MOVIMENTO DELE
      *=== E A POSTERIOR A COMPETENCIA NAO E APLICADA (A TABELA FICA
      *=== COM A CARTEIRA DO FIM DA COMPETENCIA)
       0220-REPASSAR-LOG     SECTION.
           OPEN INPUT CONLOG.
           IF FS-CONLOG EQUAL 00
               READ CONLOG
               PERFORM UNTIL FS-CONLOG NOT EQUAL 00
                   IF CON-DATA NUMERIC AND CON-TOTAL-ANTIGO NUMERIC
                      AND CON-TOTAL-NOVO NUMERIC
                       ADD 1 TO WRK-QTD-LINHAS-LOG
                       PERFORM 0225-LOCALIZAR-CONTRATO
                       IF WRK-IND-ACHADO EQUAL ZEROS
                           ADD 1 TO WRK-QTD-IGNORADAS
                       ELSE
                           IF NOT CT-NO-LOG(WRK-IND-ACHADO)
                               PERFORM 0227-ESTADO-INICIAL
                           END-IF
                           COMPUTE WRK-MESES-LOG =
                               CON-DATA-ANO * 12 + CON-DATA-MES
                           IF WRK-MESES-LOG NOT GREATER WRK-MESES-COMP
                               PERFORM 0230-APLICAR-LINHA
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QTD-IGNORADAS
                   END-IF
                   READ CONLOG
               END-PERFORM
               CLOSE CONLOG
           ELSE
               DISPLAY "AVISO: CONTRATOS.LOG NAO FOI ABERTO - FS "
                       FS-CONLOG " - SO A CARTEIRA ATUAL"
           END-IF.

      *=== CONTRATO SEM LINHA NO LOG ESTA IGUAL DESDE ANTES DA EVOLUCAO
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               IF NOT CT-NO-LOG(WRK-IND-CON)
                  AND CT-ATIVO(WRK-IND-CON)
                   ADD WRK-CT-VALOR(WRK-IND-CON) TO WRK-MRR-BASE
                   ADD 1 TO WRK-ATIVOS-BASE
               END-IF
           END-PERFORM.

      *=== CONTRATO DA LINHA DO LOG PELO NOME; O QUE NAO ESTA MAIS NO
      *=== ARQUIVO ENTRA NO FIM DA TABELA (ZERO = TABELA CHEIA)
       0225-LOCALIZAR-CONTRATO SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
                        OR WRK-IND-ACHADO GREATER ZEROS
               IF WRK-CT-CLIENTE(WRK-IND-CON) EQUAL CON-CLIENTE
                   MOVE WRK-IND-CON TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IND-ACHADO EQUAL ZEROS
              AND WRK-QTD-CONTRATOS LESS 400
               ADD 1 TO WRK-QTD-CONTRATOS
               MOVE WRK-QTD-CONTRATOS TO WRK-IND-ACHADO
               MOVE CON-CLIENTE TO WRK-CT-CLIENTE(WRK-IND-ACHADO)
               MOVE ZEROS TO WRK-CT-VALOR(WRK-IND-ACHADO)
               MOVE "N" TO WRK-CT-ATIVO(WRK-IND-ACHADO)
               MOVE "N" TO WRK-CT-NO-LOG(WRK-IND-ACHADO)
               MOVE "N" TO WRK-CT-LISTADO(WRK-IND-ACHADO)
           END-IF.

      *=== ESTADO DO CONTRATO ANTES DA SUA 1A LINHA NO LOG, QUE ENTRA
      *=== NA BASE SE ERA ATIVO
       0227-ESTADO-INICIAL   SECTION.
           MOVE "S" TO WRK-CT-NO-LOG(WRK-IND-ACHADO).
           EVALUATE CON-OPERACAO
               WHEN "INCLUSAO"
                   MOVE ZEROS TO WRK-CT-VALOR(WRK-IND-ACHADO)
                   MOVE "N"   TO WRK-CT-ATIVO(WRK-IND-ACHADO)
               WHEN "REATIVACAO"
                   MOVE CON-TOTAL-ANTIGO TO WRK-CT-VALOR(WRK-IND-ACHADO)
                   MOVE "N"   TO WRK-CT-ATIVO(WRK-IND-ACHADO)
               WHEN OTHER
                   MOVE CON-TOTAL-ANTIGO TO WRK-CT-VALOR(WRK-IND-ACHADO)
                   MOVE "S"   TO WRK-CT-ATIVO(WRK-IND-ACHADO)
                   ADD CON-TOTAL-ANTIGO TO WRK-MRR-BASE
                   ADD 1 TO WRK-ATIVOS-BASE
           END-EVALUATE.

      *=== APLICA A LINHA AO CONTRATO E CLASSIFICA A DIFERENCA DE MRR
      *=== PELA OPERACAO; CANCELAR UM SUSPENSO NAO MUDA O MRR (A PERDA
      *=== JA CONTOU NA SUSPENSAO). VINCULO NAO MEXE EM VALOR
       0230-APLICAR-LINHA    SECTION.
           MOVE WRK-CT-ATIVO(WRK-IND-ACHADO) TO WRK-ERA-ATIVO.
           IF ERA-ATIVO
               MOVE WRK-CT-VALOR(WRK-IND-ACHADO) TO WRK-CONTRIB-ANTES
           ELSE
               MOVE ZEROS TO WRK-CONTRIB-ANTES
           END-IF.

           EVALUATE CON-OPERACAO
               WHEN "INCLUSAO"
                   MOVE CON-TOTAL-NOVO TO WRK-CT-VALOR(WRK-IND-ACHADO)
                   MOVE "S" TO WRK-CT-ATIVO(WRK-IND-ACHADO)
               WHEN "ALTERACAO"
               WHEN "REAJUSTE"
                   MOVE CON-TOTAL-NOVO TO WRK-CT-VALOR(WRK-IND-ACHADO)
               WHEN "SUSPENSAO"
               WHEN "CANCELAMENTO"
               WHEN "ENCERRAMENTO"
                   MOVE "N" TO WRK-CT-ATIVO(WRK-IND-ACHADO)
               WHEN "REATIVACAO"
                   MOVE CON-TOTAL-ANTIGO TO WRK-CT-VALOR(WRK-IND-ACHADO)
                   MOVE "S" TO WRK-CT-ATIVO(WRK-IND-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF CT-ATIVO(WRK-IND-ACHADO)
               MOVE WRK-CT-VALOR(WRK-IND-ACHADO) TO WRK-CONTRIB-DEPOIS
           ELSE
               MOVE ZEROS TO WRK-CONTRIB-DEPOIS
           END-IF.
           COMPUTE WRK-DELTA = WRK-CONTRIB-DEPOIS - WRK-CONTRIB-ANTES.

           COMPUTE WRK-POS-MES = WRK-MESES-LOG - WRK-MESES-COMP + 12.
           IF WRK-POS-MES LESS 1
               COMPUTE WRK-MRR-BASE = WRK-MRR-BASE + WRK-DELTA
               IF ERA-ATIVO AND NOT CT-ATIVO(WRK-IND-ACHADO)
                   SUBTRACT 1 FROM WRK-ATIVOS-BASE
               END-IF
               IF NOT ERA-ATIVO AND CT-ATIVO(WRK-IND-ACHADO)
                   ADD 1 TO WRK-ATIVOS-BASE
               END-IF
           ELSE
               MOVE WRK-POS-MES TO WRK-IND-MES
               PERFORM 0235-CLASSIFICAR-MOVIMENTO
           END-IF.

      *=== DIFERENCA DA LINHA NO MOVIMENTO DO MES WRK-IND-MES
       0235-CLASSIFICAR-MOVIMENTO SECTION.
           EVALUATE CON-OPERACAO
               WHEN "INCLUSAO"
                   IF WRK-DELTA GREATER ZEROS
                       ADD WRK-DELTA TO WRK-MES-NOVOS(WRK-IND-MES)
                       ADD 1 TO WRK-MES-QTD-NOVOS(WRK-IND-MES)
                   END-IF
               WHEN "ALTERACAO"
               WHEN "REAJUSTE"
                   IF WRK-DELTA GREATER ZEROS
                       ADD WRK-DELTA TO WRK-MES-AUMENTOS(WRK-IND-MES)
                       IF CON-OPERACAO EQUAL "REAJUSTE"
                           ADD WRK-DELTA
                             TO WRK-MES-REAJUSTES(WRK-IND-MES)
                       END-IF
                   END-IF
                   IF WRK-DELTA LESS ZEROS
                       COMPUTE WRK-MES-REDUCOES(WRK-IND-MES) =
                           WRK-MES-REDUCOES(WRK-IND-MES) - WRK-DELTA
                   END-IF
               WHEN "SUSPENSAO"
                   IF ERA-ATIVO
                       ADD WRK-CONTRIB-ANTES
                         TO WRK-MES-SUSPENSOES(WRK-IND-MES)
                       ADD 1 TO WRK-MES-QTD-SUSP(WRK-IND-MES)
                   END-IF
               WHEN "CANCELAMENTO"
               WHEN "ENCERRAMENTO"
                   IF ERA-ATIVO
                       ADD WRK-CONTRIB-ANTES
                         TO WRK-MES-CANCELADOS(WRK-IND-MES)
                       ADD 1 TO WRK-MES-QTD-CANC(WRK-IND-MES)
                   END-IF
               WHEN "REATIVACAO"
                   IF NOT ERA-ATIVO
                       ADD WRK-CONTRIB-DEPOIS
                         TO WRK-MES-REATIVADOS(WRK-IND-MES)
                       ADD 1 TO WRK-MES-QTD-REAT(WRK-IND-MES)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=== MRR E CONTRATOS ATIVOS NO INICIO E NO FIM DE CADA MES, CHURN
      *=== (SUSPENSOES + CANCELAMENTOS SOBRE O MRR DO INICIO) E NRR
      *=== (MRR DO INICIO MAIS O MOVIMENTO, SEM OS NOVOS, SOBRE ELE)
       0240-CALCULAR-MESES   SECTION.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                     UNTIL WRK-IND-MES GREATER 12
               IF WRK-IND-MES EQUAL 1
                   MOVE WRK-MRR-BASE    TO WRK-MES-MRR-INICIO(1)
                   MOVE WRK-ATIVOS-BASE TO WRK-MES-ATIVOS-INI(1)
               ELSE
                   MOVE WRK-MES-MRR-FIM(WRK-IND-MES - 1)
                     TO WRK-MES-MRR-INICIO(WRK-IND-MES)
                   MOVE WRK-MES-ATIVOS-FIM(WRK-IND-MES - 1)
                     TO WRK-MES-ATIVOS-INI(WRK-IND-MES)
               END-IF
               COMPUTE WRK-MES-MRR-FIM(WRK-IND-MES) =
                   WRK-MES-MRR-INICIO(WRK-IND-MES)
                 + WRK-MES-NOVOS(WRK-IND-MES)
                 + WRK-MES-AUMENTOS(WRK-IND-MES)
                 - WRK-MES-REDUCOES(WRK-IND-MES)
                 - WRK-MES-SUSPENSOES(WRK-IND-MES)
                 - WRK-MES-CANCELADOS(WRK-IND-MES)
                 + WRK-MES-REATIVADOS(WRK-IND-MES)
               COMPUTE WRK-MES-ATIVOS-FIM(WRK-IND-MES) =
                   WRK-MES-ATIVOS-INI(WRK-IND-MES)
                 + WRK-MES-QTD-NOVOS(WRK-IND-MES)
                 - WRK-MES-QTD-SUSP(WRK-IND-MES)
                 - WRK-MES-QTD-CANC(WRK-IND-MES)
                 + WRK-MES-QTD-REAT(WRK-IND-MES)
               IF WRK-MES-MRR-INICIO(WRK-IND-MES) GREATER ZEROS
                   COMPUTE WRK-MES-CHURN(WRK-IND-MES) ROUNDED =
                       (WRK-MES-SUSPENSOES(WRK-IND-MES)
                      + WRK-MES-CANCELADOS(WRK-IND-MES)) * 100
                     / WRK-MES-MRR-INICIO(WRK-IND-MES)
                   COMPUTE WRK-MES-NRR(WRK-IND-MES) ROUNDED =
                       (WRK-MES-MRR-FIM(WRK-IND-MES)
                      - WRK-MES-NOVOS(WRK-IND-MES)) * 100
                     / WRK-MES-MRR-INICIO(WRK-IND-MES)
               END-IF
           END-PERFORM.

      *=== RELATORIO: RESUMO DA COMPETENCIA (TAMBEM NA TELA), EVOLUCAO
      *=== DOS 12 MESES E OS 10 MAIORES CONTRATOS
       0250-EMITIR-RELATORIO SECTION.
           MOVE SPACES TO WRK-PATH-RELATORIO.
           STRING "dados\RECORRENTE_" DELIMITED BY SIZE
                  WRK-COMPETENCIA       DELIMITED BY SIZE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WRK-PATH-RELATORIO
           END-STRING.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY WRK-PATH-RELATORIO " NAO FOI CRIADO - FS "
                       FS-RELATORIO
               PERFORM 0300-FINALIZAR
           END-IF.

           MOVE "S" TO WRK-MOSTRAR.
           STRING "RECEITA RECORRENTE DOS CONTRATOS - "
                                DELIMITED BY SIZE
                  WRK-COMP-ED   DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "MRR NO INICIO DO MES..." TO WRK-ROTULO.
           MOVE WRK-MES-MRR-INICIO(12) TO WRK-VALOR-ED.
           MOVE WRK-MES-ATIVOS-INI(12) TO WRK-QTD-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "(+) NOVOS CONTRATOS...." TO WRK-ROTULO.
           MOVE WRK-MES-NOVOS(12) TO WRK-VALOR-ED.
           MOVE WRK-MES-QTD-NOVOS(12) TO WRK-QTD-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "(+) AUMENTOS..........." TO WRK-ROTULO.
           MOVE WRK-MES-AUMENTOS(12) TO WRK-VALOR-ED.
           MOVE "N" TO WRK-COM-QTD.
           PERFORM 0260-LINHA-VALOR.
           MOVE "    DOS QUAIS REAJUSTE." TO WRK-ROTULO.
           MOVE WRK-MES-REAJUSTES(12) TO WRK-VALOR-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "(-) REDUCOES..........." TO WRK-ROTULO.
           MOVE WRK-MES-REDUCOES(12) TO WRK-VALOR-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "(-) SUSPENSOES........." TO WRK-ROTULO.
           MOVE WRK-MES-SUSPENSOES(12) TO WRK-VALOR-ED.
           MOVE WRK-MES-QTD-SUSP(12) TO WRK-QTD-ED.
           MOVE "S" TO WRK-COM-QTD.
           PERFORM 0260-LINHA-VALOR.
           MOVE "(-) CANCELAMENTOS......" TO WRK-ROTULO.
           MOVE WRK-MES-CANCELADOS(12) TO WRK-VALOR-ED.
           MOVE WRK-MES-QTD-CANC(12) TO WRK-QTD-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "(+) REATIVACOES........" TO WRK-ROTULO.
           MOVE WRK-MES-REATIVADOS(12) TO WRK-VALOR-ED.
           MOVE WRK-MES-QTD-REAT(12) TO WRK-QTD-ED.
           PERFORM 0260-LINHA-VALOR.
           MOVE "MRR NO FIM DO MES......" TO WRK-ROTULO.
           MOVE WRK-MES-MRR-FIM(12) TO WRK-VALOR-ED.
           MOVE WRK-MES-ATIVOS-FIM(12) TO WRK-QTD-ED.
           PERFORM 0260-LINHA-VALOR.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE WRK-MES-CHURN(12) TO WRK-PERC-ED.
           STRING "CHURN DE RECEITA....... " DELIMITED BY SIZE
                  WRK-PERC-ED               DELIMITED BY SIZE
                  " %"                      DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-MES-ATIVOS-INI(12) GREATER ZEROS
               COMPUTE WRK-PERC-TOP ROUNDED =
                   (WRK-MES-QTD-SUSP(12) + WRK-MES-QTD-CANC(12)) * 100
                 / WRK-MES-ATIVOS-INI(12)
           ELSE
               MOVE ZEROS TO WRK-PERC-TOP
           END-IF.
           MOVE WRK-PERC-TOP TO WRK-PERC-ED.
           STRING "CHURN DE CONTRATOS..... " DELIMITED BY SIZE
                  WRK-PERC-ED               DELIMITED BY SIZE
                  " %"                      DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-MES-NRR(12) TO WRK-PERC-ED.
           STRING "RETENCAO LIQUIDA (NRR). " DELIMITED BY SIZE
                  WRK-PERC-ED               DELIMITED BY SIZE
                  " %"                      DELIMITED BY SIZE
                  INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM 0290-GRAVAR-LINHA.

           MOVE "N" TO WRK-MOSTRAR.
           MOVE "EVOLUCAO DOS ULTIMOS 12 MESES" TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE "MES         MRR FIM      NOVOS   AUMENTOS   REDUCOES"
             TO WRK-LINHA-REL.
           MOVE "PERDAS  REATIVAC. CHURN%" TO WRK-LINHA-REL(57:24).
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                     UNTIL WRK-IND-MES GREATER 12
               PERFORM 0270-LINHA-EVOLUCAO
           END-PERFORM.
           PERFORM 0290-GRAVAR-LINHA.

           PERFORM 0280-MAIORES-CONTRATOS.

           CLOSE RELATORIO.
           DISPLAY "LINHAS DO LOG LIDAS.... " WRK-QTD-LINHAS-LOG.
           IF WRK-QTD-IGNORADAS GREATER ZEROS
               DISPLAY "LINHAS IGNORADAS....... " WRK-QTD-IGNORADAS
           END-IF.
           DISPLAY "GRAVADO EM " WRK-PATH-RELATORIO.

      *=== LINHA DO RESUMO: ROTULO, VALOR E (QUANDO HA) A QUANTIDADE
       0260-LINHA-VALOR      SECTION.
           IF NOT LINHA-COM-QTD
               STRING WRK-ROTULO   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
           ELSE
               STRING WRK-ROTULO   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      "  CONTRATOS " DELIMITED BY SIZE
                      WRK-QTD-ED   DELIMITED BY SIZE
                      INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 0290-GRAVAR-LINHA.

      *=== LINHA DE UM MES DA EVOLUCAO
       0270-LINHA-EVOLUCAO   SECTION.
           MOVE WRK-MES-ANO(WRK-IND-MES) TO WRK-CMP-ANO.
           MOVE WRK-MES-MES(WRK-IND-MES) TO WRK-CMP-MES.
           PERFORM 0155-EDITAR-COMPETENCIA.
           MOVE WRK-COMP-ED                    TO EVL-MES.
           MOVE WRK-MES-MRR-FIM(WRK-IND-MES)   TO EVL-MRR.
           MOVE WRK-MES-NOVOS(WRK-IND-MES)     TO EVL-NOVOS.
           MOVE WRK-MES-AUMENTOS(WRK-IND-MES)  TO EVL-AUMENTOS.
           MOVE WRK-MES-REDUCOES(WRK-IND-MES)  TO EVL-REDUCOES.
           COMPUTE EVL-PERDAS = WRK-MES-SUSPENSOES(WRK-IND-MES)
                              + WRK-MES-CANCELADOS(WRK-IND-MES).
           MOVE WRK-MES-REATIVADOS(WRK-IND-MES) TO EVL-REATIVADOS.
           MOVE WRK-MES-CHURN(WRK-IND-MES)     TO EVL-CHURN.
           MOVE WRK-LIN-EVOLUCAO TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.

      *=== OS 10 MAIORES CONTRATOS ATIVOS NO FIM DA COMPETENCIA, PELO
      *=== TOTAL MENSAL (A CADA VOLTA O MAIOR AINDA NAO LISTADO)
       0280-MAIORES-CONTRATOS SECTION.
           MOVE "OS 10 MAIORES CONTRATOS NO FIM DO MES"
             TO WRK-LINHA-REL.
           PERFORM 0290-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-TOP FROM 1 BY 1
                     UNTIL WRK-IND-TOP GREATER 10
               MOVE ZEROS TO WRK-IND-ACHADO
               MOVE ZEROS TO WRK-MAIOR-VALOR
               PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                         UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
                   IF CT-ATIVO(WRK-IND-CON)
                      AND NOT CT-LISTADO(WRK-IND-CON)
                      AND WRK-CT-VALOR(WRK-IND-CON)
                          GREATER WRK-MAIOR-VALOR
                       MOVE WRK-IND-CON TO WRK-IND-ACHADO
                       MOVE WRK-CT-VALOR(WRK-IND-CON)
                         TO WRK-MAIOR-VALOR
                   END-IF
               END-PERFORM
               IF WRK-IND-ACHADO GREATER ZEROS
                   MOVE "S" TO WRK-CT-LISTADO(WRK-IND-ACHADO)
                   IF WRK-MES-MRR-FIM(12) GREATER ZEROS
                       COMPUTE WRK-PERC-TOP ROUNDED =
                           WRK-MAIOR-VALOR * 100 / WRK-MES-MRR-FIM(12)
                   ELSE
                       MOVE ZEROS TO WRK-PERC-TOP
                   END-IF
                   MOVE WRK-IND-TOP     TO TOP-POSICAO
                   MOVE WRK-CT-CLIENTE(WRK-IND-ACHADO) TO TOP-CLIENTE
                   MOVE WRK-MAIOR-VALOR TO TOP-VALOR
                   MOVE WRK-PERC-TOP    TO TOP-PERC
                   MOVE WRK-LIN-TOP     TO WRK-LINHA-REL
                   PERFORM 0290-GRAVAR-LINHA
               END-IF
           END-PERFORM.

      *=== GRAVA A LINHA MONTADA (E MOSTRA, NO RESUMO) E LIMPA PARA A
      *=== SEGUINTE
       0290-GRAVAR-LINHA     SECTION.
           MOVE WRK-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF MOSTRAR-LINHA
               DISPLAY WRK-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.

       0300-FINALIZAR        SECTION.
           DISPLAY "FIM DE PROGRAMA".
           STOP RUN.
