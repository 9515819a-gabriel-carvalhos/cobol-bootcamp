       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCONT.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: EXPORTACAO CONTABIL DO FATURAMENTO E DO CONTAS A
      *==            RECEBER: A CONTABILIDADE REDIGITAVA O MOVIMENTO DO
      *==            MES A PARTIR DO FATURAS_LOTE.TXT E DAS TELAS DO
      *==            PROGRAMA12. AQUI CADA LANCAMENTO DO JORNAL
      *==            CONTAS_RECEBER.LOG NO MES VIRA PARTIDA DOBRADA
      *==            (1 LINHA A DEBITO E 1 A CREDITO) COM AS CONTAS DA
      *==            TABELA CONTABIL.CTL (COPYBOOK FATCTM), GRAVADAS EM
      *==            CONTABIL_AAAAMM.TXT (COPYBOOK FATCTB) COM TRAILER
      *==            DE QUANTIDADE E TOTAIS. ARQUIVO QUE NAO FECHA
      *==            DEBITO COM CREDITO, OU COM EVENTO SEM CONTA NA
      *==            TABELA, NAO E GRAVADO
      *==  DATA: 04/06/2025
      *==  OBSERVACOES: A FATURA DO LOTE E SEPARADA EM RECEITA E
      *==               IMPOSTO PELA LINHA DELA EM FATLOTE_FATURAS.DAT
      *==               (FATURA SEM A LINHA, OU DE LOTE ANTERIOR A
      *==               ELA, VAI INTEIRA PARA RECEITA). BAIXA E RETORNO
      *==               SEPARAM PELA LINHA DE FAT_PAGAMENTOS.DAT O QUE
      *==               ABATEU A FATURA DO EXCEDENTE QUE FOI PARA O
      *==               CREDITO DO CLIENTE. O ESTORNO INVERTE AS CONTAS
      *==               DO PAGAMENTO ESTORNADO E TIRA OS ENCARGOS DELE.
      *==               AS PARTIDAS SAO MONTADAS NUM ARQUIVO DE
      *==               TRABALHO E SO PASSAM PARA O ARQUIVO DO MES
      *==               DEPOIS DA CONFERENCIA
      *==  ALTERACOES
      *==  18/06/2025 GC: BAIXA DE FATURA EM MOEDA ESTRANGEIRA: O QUE O
      *==               CLIENTE PAGOU A MAIS OU A MENOS DO QUE ABATEU DA
      *==               FATURA PELA DIFERENCA DE COTACAO (LINHA DE
      *==               PAGAMENTO COM VALOR DIFERENTE DE PRINCIPAL +
      *==               ENCARGOS + EXCEDENTE) VAI PARA OS EVENTOS
      *==               VAR-ATIVA (GANHO) E VAR-PASSIV (PERDA)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LINHAS DE PAGAMENTO DE CADA FATURA (SO CONSULTA)
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== JORNAL DE LANCAMENTOS COMPARTILHADO, AQUI SOMENTE LEITURA
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== FATURAS DE CADA EXECUCAO DO LOTE (RECEITA E IMPOSTO)
           SELECT LOTEFAT ASSIGN
           TO "dados\FATLOTE_FATURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTEFAT.

      *=== TABELA DE CONTAS POR EVENTO
           SELECT CONTAMAP ASSIGN
           TO "dados\CONTABIL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAMAP.

      *=== ULTIMO DIA DO ULTIMO MES FECHADO (FATFECH)
           SELECT FECHCTL ASSIGN
           TO "dados\FECHAMENTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCTL.

      *=== PARTIDAS AINDA NAO CONFERIDAS
           SELECT TRABALHO ASSIGN
           TO "dados\CONTABIL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.

      *=== INTERFACE DO MES (NOME COM A COMPETENCIA, MONTADO NA HORA)
           SELECT CONTABIL ASSIGN
           TO WRK-PATH-CONTABIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABIL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  LOTEFAT.
           COPY "FATLTF.cpy".

       FD  CONTAMAP.
           COPY "FATCTM.cpy".

       FD  FECHCTL.
       01  REG-FECHCTL                 PIC 9(008).

       FD  TRABALHO.
       01  REG-TRABALHO                PIC X(120).

       FD  CONTABIL.
           COPY "FATCTB.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-JORNAL            PIC 9(002) VALUE ZEROS.
       77  FS-LOTEFAT           PIC 9(002) VALUE ZEROS.
       77  FS-CONTAMAP          PIC 9(002) VALUE ZEROS.
       77  FS-FECHCTL           PIC 9(002) VALUE ZEROS.
       77  FS-TRABALHO          PIC 9(002) VALUE ZEROS.
       77  FS-CONTABIL          PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-CONTABIL    PIC X(040) VALUE SPACES.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-FECHADO-ATE      PIC 9(008) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== COMPETENCIA EXPORTADA (DIGITADA MMAAAA, GUARDADA AAAAMM)
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-CMP-MES      PIC 9(002) VALUE ZEROS.
       77  WRK-COMP-ED          PIC X(007) VALUE SPACES.
       77  WRK-COMP-OK          PIC X(001) VALUE "N".
           88  COMPETENCIA-OK              VALUE "S".

      *=== PERIODO DO MES (1O E ULTIMO DIA)
       77  WRK-INICIO-PERIODO   PIC 9(008) VALUE ZEROS.
       77  WRK-FIM-PERIODO      PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AUX         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-ANO      PIC 9(004).
           05  WRK-AUX-MES      PIC 9(002).
           05  WRK-AUX-DIA      PIC 9(002).
       77  WRK-DIA-JULIANO      PIC 9(007) VALUE ZEROS.

      *=== TABELA DE CONTAS CARREGADA DO CONTABIL.CTL
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ITEM     OCCURS 30 TIMES.
               10  WRK-CTA-EVENTO       PIC X(010).
               10  WRK-CTA-DEBITO       PIC X(012).
               10  WRK-CTA-CREDITO      PIC X(012).
               10  WRK-CTA-HISTORICO    PIC X(030).
       77  WRK-QTD-CONTAS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CTA          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CTA-ACH      PIC 9(003) VALUE ZEROS.

      *=== EVENTOS SEM CONTA NA TABELA (CADA UM LISTADO UMA VEZ)
       01  WRK-TAB-FALTANTES.
           05  WRK-FALTA-EVENTO PIC X(010) OCCURS 20 TIMES.
       77  WRK-QTD-FALTANTES    PIC 9(003) VALUE ZEROS.
       77  WRK-IND-FALTA        PIC 9(003) VALUE ZEROS.
       77  WRK-FALTA-ACHADA     PIC X(001) VALUE "N".
           88  FALTA-JA-LISTADA            VALUE "S".
       77  WRK-QTD-SEM-CONTA    PIC 9(006) VALUE ZEROS.

      *=== RECEITA E IMPOSTO DAS FATURAS DO LOTE QUE O MES MOVIMENTA
       01  WRK-TAB-IMPOSTOS.
           05  WRK-IMP-ITEM     OCCURS 3000 TIMES.
               10  WRK-IMP-NUMERO       PIC 9(006).
               10  WRK-IMP-LIQUIDO      PIC 9(008)V99.
               10  WRK-IMP-IMPOSTO      PIC 9(008)V99.
       77  WRK-QTD-IMPOSTOS     PIC 9(004) VALUE ZEROS.
       77  WRK-IND-IMP          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-IMP-ACH      PIC 9(004) VALUE ZEROS.
       77  WRK-MENOR-FATURA     PIC 9(006) VALUE ZEROS.
       77  WRK-MAIOR-FATURA     PIC 9(006) VALUE ZEROS.

      *=== PARTIDA CORRENTE: EVENTO, VALOR E SE E ESTORNO (INVERTIDA)
       77  WRK-EVENTO           PIC X(010) VALUE SPACES.
       77  WRK-VALOR-PARTIDA    PIC 9(008)V99 VALUE ZEROS.
       77  WRK-INVERTER         PIC X(001) VALUE "N".
           88  PARTIDA-INVERTIDA           VALUE "S".
       77  WRK-VALOR-ABATIDO    PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-VARIACAO   PIC S9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-IMPOSTO    PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PGTO-LIDO        PIC X(001) VALUE "N".
           88  PGTO-LIDO                   VALUE "S".

      *=== LINHA DE PARTIDA MONTADA ANTES DE IR PARA O TRABALHO
       01  WRK-LINHA.
           05  WRK-LIN-TIPO         PIC X(001) VALUE "1".
           05  WRK-LIN-LANCAMENTO   PIC 9(006).
           05  WRK-LIN-DATA         PIC 9(008).
           05  WRK-LIN-CONTA        PIC X(012).
           05  WRK-LIN-NATUREZA     PIC X(001).
           05  WRK-LIN-VALOR        PIC 9(013)V99.
           05  WRK-LIN-EVENTO       PIC X(010).
           05  WRK-LIN-DOCUMENTO    PIC 9(006).
           05  WRK-LIN-SEQ          PIC 9(003).
           05  WRK-LIN-CHAVE-CLI    PIC X(007).
           05  WRK-LIN-HISTORICO    PIC X(040).
           05  FILLER               PIC X(011) VALUE SPACES.

      *=== TOTAIS
       77  WRK-QTD-LANCAMENTOS  PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-LINHAS       PIC 9(007) VALUE ZEROS.
       77  WRK-TOTAL-DEBITO     PIC 9(013)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITO    PIC 9(013)V99 VALUE ZEROS.
       77  WRK-QTD-JORNAL       PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-SEM-IMPOSTO  PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-SEM-LINHA    PIC 9(006) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-ESCOLHER-COMPETENCIA.
           IF COMPETENCIA-OK
               DISPLAY "EXPORTAR A COMPETENCIA " WRK-COMP-ED " ("
                       WRK-INICIO-PERIODO " A " WRK-FIM-PERIODO
                       ") (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   PERFORM 0200-CARREGAR-IMPOSTOS
                   PERFORM 0210-GERAR-PARTIDAS
                   PERFORM 0250-GRAVAR-INTERFACE
               ELSE
                   DISPLAY "EXPORTACAO ABANDONADA"
               END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== SEM A TABELA DE CONTAS NAO HA O QUE EXPORTAR
           MOVE ZEROS TO WRK-QTD-CONTAS.
           OPEN INPUT CONTAMAP.
           IF FS-CONTAMAP NOT EQUAL 00
               DISPLAY "CONTABIL.CTL NAO FOI ABERTO - FS " FS-CONTAMAP
                       " - CADASTRE AS CONTAS DE CADA EVENTO"
               STOP RUN
           END-IF.
           READ CONTAMAP.
           PERFORM UNTIL FS-CONTAMAP NOT EQUAL 00
               IF CTM-EVENTO NOT EQUAL SPACES
                   IF WRK-QTD-CONTAS EQUAL 30
                       DISPLAY "MAIS DE 30 EVENTOS EM CONTABIL.CTL"
                       CLOSE CONTAMAP
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE CTM-EVENTO
                     TO WRK-CTA-EVENTO(WRK-QTD-CONTAS)
                   MOVE CTM-CONTA-DEBITO
                     TO WRK-CTA-DEBITO(WRK-QTD-CONTAS)
                   MOVE CTM-CONTA-CREDITO
                     TO WRK-CTA-CREDITO(WRK-QTD-CONTAS)
                   MOVE CTM-HISTORICO
                     TO WRK-CTA-HISTORICO(WRK-QTD-CONTAS)
               END-IF
               READ CONTAMAP
           END-PERFORM.
           CLOSE CONTAMAP.

           MOVE ZEROS TO WRK-FECHADO-ATE.
           OPEN INPUT FECHCTL.
           IF FS-FECHCTL EQUAL 00
               READ FECHCTL
               IF FS-FECHCTL EQUAL 00
                   MOVE REG-FECHCTL TO WRK-FECHADO-ATE
               END-IF
               CLOSE FECHCTL
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS NOT EQUAL 00
              AND FS-PAGAMENTOS NOT EQUAL 35
               DISPLAY "FAT_PAGAMENTOS.DAT NAO FOI ABERTO - FS "
                       FS-PAGAMENTOS
               STOP RUN
           END-IF.

      *=== COMPETENCIA A EXPORTAR (0 = MES PASSADO); MES AINDA NAO
      *=== FECHADO PELO FATFECH E EXPORTADO COM AVISO
       0150-ESCOLHER-COMPETENCIA SECTION.
           MOVE "N" TO WRK-COMP-OK.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           IF WRK-AUX-MES EQUAL 01
               MOVE 12 TO WRK-AUX-MES
               SUBTRACT 1 FROM WRK-AUX-ANO
           ELSE
               SUBTRACT 1 FROM WRK-AUX-MES
           END-IF.
           MOVE WRK-AUX-ANO TO WRK-CMP-ANO.
           MOVE WRK-AUX-MES TO WRK-CMP-MES.
           PERFORM 0155-EDITAR-COMPETENCIA.

           DISPLAY "COMPETENCIA A EXPORTAR MMAAAA (0 = " WRK-COMP-ED
                   "): ".
           ACCEPT WRK-COMP-DIGITADA.
           IF WRK-COMP-DIGITADA NOT EQUAL ZEROS
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
           END-IF.

           IF WRK-CMP-MES EQUAL ZEROS
              OR WRK-CMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA"
           ELSE
               PERFORM 0155-EDITAR-COMPETENCIA
               MOVE WRK-CMP-ANO TO WRK-AUX-ANO
               MOVE WRK-CMP-MES TO WRK-AUX-MES
               MOVE 01          TO WRK-AUX-DIA
               MOVE WRK-DATA-AUX TO WRK-INICIO-PERIODO
               PERFORM 0160-ULTIMO-DIA-MES
               MOVE WRK-DATA-AUX TO WRK-FIM-PERIODO
               IF WRK-INICIO-PERIODO GREATER WRK-DATA-HOJE
                   DISPLAY "O MES " WRK-COMP-ED " AINDA NAO COMECOU"
               ELSE
                   IF WRK-FIM-PERIODO GREATER WRK-FECHADO-ATE
                       DISPLAY "AVISO: O MES " WRK-COMP-ED " NAO FOI "
                               "FECHADO (FATFECH) - O MOVIMENTO AINDA "
                               "PODE MUDAR"
                   END-IF
                   MOVE "S" TO WRK-COMP-OK
               END-IF
           END-IF.

      *=== COMPETENCIA EDITADA MM/AAAA
       0155-EDITAR-COMPETENCIA SECTION.
           MOVE SPACES TO WRK-COMP-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMP-ED
           END-STRING.

      *=== LEVA WRK-DATA-AUX PARA O ULTIMO DIA DO MES DELA (VER
      *=== PROGRAMA08)
       0160-ULTIMO-DIA-MES   SECTION.
           MOVE 01 TO WRK-AUX-DIA.
           IF WRK-AUX-MES EQUAL 12
               MOVE 01 TO WRK-AUX-MES
               ADD 1 TO WRK-AUX-ANO
           ELSE
               ADD 1 TO WRK-AUX-MES
           END-IF.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.
           COMPUTE WRK-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

      *=== 1A PASSADA NO JORNAL: FAIXA DE NUMEROS DAS FATURAS DO LOTE
      *=== EMITIDAS OU ANULADAS NO MES; SO ESSA FAIXA DO
      *=== FATLOTE_FATURAS.DAT VAI PARA A MEMORIA
       0200-CARREGAR-IMPOSTOS SECTION.
           MOVE 999999 TO WRK-MENOR-FATURA.
           MOVE ZEROS  TO WRK-MAIOR-FATURA.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.LOG NAO FOI ABERTO - FS "
                       FS-JORNAL
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           READ JORNAL.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               IF JRN-DATA-MOV NOT LESS WRK-INICIO-PERIODO
                  AND JRN-DATA-MOV NOT GREATER WRK-FIM-PERIODO
                  AND JRN-PROGRAMA EQUAL "PROGRAMA08"
                  AND (JRN-OPERACAO EQUAL "EMISSAO"
                       OR JRN-OPERACAO EQUAL "ANULACAO")
                   IF JRN-NUMERO LESS WRK-MENOR-FATURA
                       MOVE JRN-NUMERO TO WRK-MENOR-FATURA
                   END-IF
                   IF JRN-NUMERO GREATER WRK-MAIOR-FATURA
                       MOVE JRN-NUMERO TO WRK-MAIOR-FATURA
                   END-IF
               END-IF
               READ JORNAL
           END-PERFORM.
           CLOSE JORNAL.

           MOVE ZEROS TO WRK-QTD-IMPOSTOS.
           IF WRK-MAIOR-FATURA GREATER ZEROS
               OPEN INPUT LOTEFAT
               IF FS-LOTEFAT EQUAL 00
                   READ LOTEFAT
                   PERFORM UNTIL FS-LOTEFAT NOT EQUAL 00
                       IF LTF-NUMERO NOT LESS WRK-MENOR-FATURA
                          AND LTF-NUMERO NOT GREATER WRK-MAIOR-FATURA
                          AND LTF-VALOR-LIQUIDO NUMERIC
                          AND LTF-VALOR-IMPOSTO NUMERIC
                           PERFORM 0205-GUARDAR-IMPOSTO
                       END-IF
                       READ LOTEFAT
                   END-PERFORM
                   CLOSE LOTEFAT
               END-IF
           END-IF.

      *=== UMA FATURA DO LOTE NA TABELA; TABELA CHEIA NAO DEIXA
      *=== EXPORTAR COM A RECEITA ERRADA
       0205-GUARDAR-IMPOSTO  SECTION.
           IF WRK-QTD-IMPOSTOS EQUAL 3000
               DISPLAY "MAIS DE 3000 FATURAS DE LOTE NO MES - "
                       "NADA FOI EXPORTADO"
               CLOSE LOTEFAT
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-IMPOSTOS.
           MOVE LTF-NUMERO        TO WRK-IMP-NUMERO(WRK-QTD-IMPOSTOS).
           MOVE LTF-VALOR-LIQUIDO TO WRK-IMP-LIQUIDO(WRK-QTD-IMPOSTOS).
           MOVE LTF-VALOR-IMPOSTO TO WRK-IMP-IMPOSTO(WRK-QTD-IMPOSTOS).

      *=== 2A PASSADA: CADA LANCAMENTO DO MES VIRA PARTIDAS NO ARQUIVO
      *=== DE TRABALHO
       0210-GERAR-PARTIDAS   SECTION.
           OPEN OUTPUT TRABALHO.
           IF FS-TRABALHO NOT EQUAL 00
               DISPLAY "CONTABIL.TMP NAO FOI CRIADO - FS " FS-TRABALHO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           OPEN INPUT JORNAL.
           READ JORNAL.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               IF JRN-DATA-MOV NOT LESS WRK-INICIO-PERIODO
                  AND JRN-DATA-MOV NOT GREATER WRK-FIM-PERIODO
                   ADD 1 TO WRK-QTD-JORNAL
                   PERFORM 0215-CONTABILIZAR
               END-IF
               READ JORNAL
           END-PERFORM.
           CLOSE JORNAL.
           CLOSE TRABALHO.

      *=== EVENTOS DO LANCAMENTO CORRENTE DO JORNAL
       0215-CONTABILIZAR     SECTION.
           MOVE "N" TO WRK-INVERTER.
           EVALUATE JRN-OPERACAO
               WHEN "EMISSAO"
                   IF JRN-PROGRAMA EQUAL "FATRENEG"
                       MOVE "PARCELA" TO WRK-EVENTO
                       MOVE JRN-VALOR TO WRK-VALOR-PARTIDA
                       PERFORM 0230-LANCAR-PARTIDA
                   ELSE
                       PERFORM 0220-SEPARAR-IMPOSTO
                       MOVE "FATURA"  TO WRK-EVENTO
                       COMPUTE WRK-VALOR-PARTIDA =
                           JRN-VALOR - WRK-VALOR-IMPOSTO
                       PERFORM 0230-LANCAR-PARTIDA
                       MOVE "IMPOSTO" TO WRK-EVENTO
                       MOVE WRK-VALOR-IMPOSTO TO WRK-VALOR-PARTIDA
                       PERFORM 0230-LANCAR-PARTIDA
                   END-IF
               WHEN "ANULACAO"
                   PERFORM 0220-SEPARAR-IMPOSTO
                   MOVE "ANULACAO"  TO WRK-EVENTO
                   COMPUTE WRK-VALOR-PARTIDA =
                       JRN-VALOR - WRK-VALOR-IMPOSTO
                   PERFORM 0230-LANCAR-PARTIDA
                   MOVE "ANULA-IMP" TO WRK-EVENTO
                   MOVE WRK-VALOR-IMPOSTO TO WRK-VALOR-PARTIDA
                   PERFORM 0230-LANCAR-PARTIDA
               WHEN "ENCARGOS"
               WHEN "RENEGOCIA"
               WHEN "NOTACRED"
               WHEN "CREDITO"
                   MOVE JRN-OPERACAO TO WRK-EVENTO
                   MOVE JRN-VALOR    TO WRK-VALOR-PARTIDA
                   PERFORM 0230-LANCAR-PARTIDA
               WHEN "BAIXA"
               WHEN "RETORNO"
                   PERFORM 0225-LER-PAGAMENTO
                   PERFORM 0227-PARTIDAS-PAGAMENTO
               WHEN "ESTORNO"
                   PERFORM 0225-LER-PAGAMENTO
                   MOVE "S" TO WRK-INVERTER
                   PERFORM 0227-PARTIDAS-PAGAMENTO
                   IF PGTO-LIDO
                       MOVE "ENCARGOS"   TO WRK-EVENTO
                       MOVE PGT-ENCARGOS TO WRK-VALOR-PARTIDA
                       PERFORM 0230-LANCAR-PARTIDA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-QTD-IGNORADOS
           END-EVALUATE.

      *=== IMPOSTO DA FATURA DO LOTE NO VALOR DO LANCAMENTO (NA
      *=== ANULACAO, PROPORCIONAL AO SALDO ANULADO)
       0220-SEPARAR-IMPOSTO  SECTION.
           MOVE ZEROS TO WRK-VALOR-IMPOSTO.
           MOVE ZEROS TO WRK-IND-IMP-ACH.
           PERFORM VARYING WRK-IND-IMP FROM 1 BY 1
                     UNTIL WRK-IND-IMP GREATER WRK-QTD-IMPOSTOS
                        OR WRK-IND-IMP-ACH GREATER ZEROS
               IF WRK-IMP-NUMERO(WRK-IND-IMP) EQUAL JRN-NUMERO
                   MOVE WRK-IND-IMP TO WRK-IND-IMP-ACH
               END-IF
           END-PERFORM.
           IF WRK-IND-IMP-ACH EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-IMPOSTO
           ELSE
               IF WRK-IMP-LIQUIDO(WRK-IND-IMP-ACH)
                + WRK-IMP-IMPOSTO(WRK-IND-IMP-ACH) EQUAL JRN-VALOR
                   MOVE WRK-IMP-IMPOSTO(WRK-IND-IMP-ACH)
                     TO WRK-VALOR-IMPOSTO
               ELSE
                   IF WRK-IMP-LIQUIDO(WRK-IND-IMP-ACH)
                    + WRK-IMP-IMPOSTO(WRK-IND-IMP-ACH) GREATER ZEROS
                       COMPUTE WRK-VALOR-IMPOSTO ROUNDED =
                           JRN-VALOR * WRK-IMP-IMPOSTO(WRK-IND-IMP-ACH)
                         / (WRK-IMP-LIQUIDO(WRK-IND-IMP-ACH)
                          + WRK-IMP-IMPOSTO(WRK-IND-IMP-ACH))
                   END-IF
               END-IF
           END-IF.

      *=== LINHA DE PAGAMENTO DO LANCAMENTO (FATURA + SEQUENCIA)
       0225-LER-PAGAMENTO    SECTION.
           MOVE "N" TO WRK-PGTO-LIDO.
           MOVE JRN-NUMERO TO PGT-NUMERO.
           MOVE JRN-SEQ    TO PGT-SEQ.
           IF FS-PAGAMENTOS NOT EQUAL 35
               READ PAGAMENTOS
                   KEY IS PGT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PGTO-LIDO
               END-READ
           END-IF.
           IF NOT PGTO-LIDO
               ADD 1 TO WRK-QTD-SEM-LINHA
           END-IF.

      *=== O QUE O PAGAMENTO ABATEU DA FATURA E O EXCEDENTE QUE FOI
      *=== PARA O CREDITO DO CLIENTE; O EVENTO VEM DA ORIGEM DA LINHA
      *=== (SEM A LINHA, O LANCAMENTO INTEIRO PELA OPERACAO DO JORNAL)
       0227-PARTIDAS-PAGAMENTO SECTION.
           IF PGTO-LIDO
               COMPUTE WRK-VALOR-ABATIDO = PGT-PRINCIPAL + PGT-ENCARGOS
               COMPUTE WRK-VALOR-VARIACAO = PGT-VALOR
                   - WRK-VALOR-ABATIDO - PGT-EXCEDENTE
               EVALUATE TRUE
                   WHEN PAGAMENTO-CREDITO
                       MOVE "CREDITO"  TO WRK-EVENTO
                   WHEN PAGAMENTO-BANCO
                       MOVE "RETORNO"  TO WRK-EVENTO
                   WHEN OTHER
                       MOVE "BAIXA"    TO WRK-EVENTO
               END-EVALUATE
               MOVE WRK-VALOR-ABATIDO TO WRK-VALOR-PARTIDA
               PERFORM 0230-LANCAR-PARTIDA
               IF PGT-EXCEDENTE GREATER ZEROS
                   IF PAGAMENTO-BANCO
                       MOVE "EXCED-BCO" TO WRK-EVENTO
                   ELSE
                       MOVE "EXCED-BAL" TO WRK-EVENTO
                   END-IF
                   MOVE PGT-EXCEDENTE TO WRK-VALOR-PARTIDA
                   PERFORM 0230-LANCAR-PARTIDA
               END-IF
      *=== VARIACAO CAMBIAL DA BAIXA DE FATURA EM MOEDA ESTRANGEIRA
               IF WRK-VALOR-VARIACAO GREATER ZEROS
                   MOVE "VAR-ATIVA"  TO WRK-EVENTO
                   MOVE WRK-VALOR-VARIACAO TO WRK-VALOR-PARTIDA
                   PERFORM 0230-LANCAR-PARTIDA
               END-IF
               IF WRK-VALOR-VARIACAO LESS ZEROS
                   MOVE "VAR-PASSIV" TO WRK-EVENTO
                   COMPUTE WRK-VALOR-PARTIDA = 0 - WRK-VALOR-VARIACAO
                   PERFORM 0230-LANCAR-PARTIDA
               END-IF
           ELSE
               IF JRN-OPERACAO EQUAL "RETORNO"
                   MOVE "RETORNO" TO WRK-EVENTO
               ELSE
                   MOVE "BAIXA"   TO WRK-EVENTO
               END-IF
               MOVE JRN-VALOR TO WRK-VALOR-PARTIDA
               PERFORM 0230-LANCAR-PARTIDA
           END-IF.

      *=== UMA PARTIDA DOBRADA DO EVENTO WRK-EVENTO: LINHA A DEBITO E
      *=== LINHA A CREDITO COM O MESMO NUMERO E VALOR (NO ESTORNO AS
      *=== CONTAS TROCAM DE LADO); EVENTO SEM CONTA E SO ANOTADO
       0230-LANCAR-PARTIDA   SECTION.
           IF WRK-VALOR-PARTIDA GREATER ZEROS
               MOVE ZEROS TO WRK-IND-CTA-ACH
               PERFORM VARYING WRK-IND-CTA FROM 1 BY 1
                         UNTIL WRK-IND-CTA GREATER WRK-QTD-CONTAS
                            OR WRK-IND-CTA-ACH GREATER ZEROS
                   IF WRK-CTA-EVENTO(WRK-IND-CTA) EQUAL WRK-EVENTO
                       MOVE WRK-IND-CTA TO WRK-IND-CTA-ACH
                   END-IF
               END-PERFORM
               IF WRK-IND-CTA-ACH EQUAL ZEROS
                   PERFORM 0235-ANOTAR-SEM-CONTA
               ELSE
                   ADD 1 TO WRK-QTD-LANCAMENTOS
                   MOVE WRK-QTD-LANCAMENTOS TO WRK-LIN-LANCAMENTO
                   MOVE JRN-DATA-MOV        TO WRK-LIN-DATA
                   MOVE WRK-VALOR-PARTIDA   TO WRK-LIN-VALOR
                   MOVE WRK-EVENTO          TO WRK-LIN-EVENTO
                   MOVE JRN-NUMERO          TO WRK-LIN-DOCUMENTO
                   MOVE JRN-SEQ             TO WRK-LIN-SEQ
                   MOVE JRN-CHAVE-CLI       TO WRK-LIN-CHAVE-CLI
                   MOVE SPACES              TO WRK-LIN-HISTORICO
                   IF PARTIDA-INVERTIDA
                       STRING "ESTORNO " DELIMITED BY SIZE
                              WRK-CTA-HISTORICO(WRK-IND-CTA-ACH)
                                         DELIMITED BY SIZE
                              INTO WRK-LIN-HISTORICO
                       END-STRING
                       MOVE WRK-CTA-CREDITO(WRK-IND-CTA-ACH)
                         TO WRK-LIN-CONTA
                   ELSE
                       MOVE WRK-CTA-HISTORICO(WRK-IND-CTA-ACH)
                         TO WRK-LIN-HISTORICO
                       MOVE WRK-CTA-DEBITO(WRK-IND-CTA-ACH)
                         TO WRK-LIN-CONTA
                   END-IF
                   MOVE "D" TO WRK-LIN-NATUREZA
                   WRITE REG-TRABALHO FROM WRK-LINHA
                   ADD WRK-VALOR-PARTIDA TO WRK-TOTAL-DEBITO
                   IF PARTIDA-INVERTIDA
                       MOVE WRK-CTA-DEBITO(WRK-IND-CTA-ACH)
                         TO WRK-LIN-CONTA
                   ELSE
                       MOVE WRK-CTA-CREDITO(WRK-IND-CTA-ACH)
                         TO WRK-LIN-CONTA
                   END-IF
                   MOVE "C" TO WRK-LIN-NATUREZA
                   WRITE REG-TRABALHO FROM WRK-LINHA
                   ADD WRK-VALOR-PARTIDA TO WRK-TOTAL-CREDITO
                   ADD 2 TO WRK-QTD-LINHAS
               END-IF
           END-IF.

      *=== EVENTO SEM CONTA NA TABELA: LISTADO NA 1A VEZ E CONTADO
       0235-ANOTAR-SEM-CONTA SECTION.
           ADD 1 TO WRK-QTD-SEM-CONTA.
           MOVE "N" TO WRK-FALTA-ACHADA.
           PERFORM VARYING WRK-IND-FALTA FROM 1 BY 1
                     UNTIL WRK-IND-FALTA GREATER WRK-QTD-FALTANTES
               IF WRK-FALTA-EVENTO(WRK-IND-FALTA) EQUAL WRK-EVENTO
                   MOVE "S" TO WRK-FALTA-ACHADA
               END-IF
           END-PERFORM.
           IF NOT FALTA-JA-LISTADA
               DISPLAY "EVENTO SEM CONTA EM CONTABIL.CTL: " WRK-EVENTO
               IF WRK-QTD-FALTANTES LESS 20
                   ADD 1 TO WRK-QTD-FALTANTES
                   MOVE WRK-EVENTO
                     TO WRK-FALTA-EVENTO(WRK-QTD-FALTANTES)
               END-IF
           END-IF.

      *=== CONFERENCIA: SEM EVENTO FALTANDO CONTA E COM DEBITO IGUAL A
      *=== CREDITO AS PARTIDAS VAO PARA O ARQUIVO DO MES COM O
      *=== TRAILER; SENAO NADA E GRAVADO E O TRABALHO E ESVAZIADO
       0250-GRAVAR-INTERFACE SECTION.
           MOVE SPACES TO WRK-PATH-CONTABIL.
           STRING "dados\CONTABIL_" DELIMITED BY SIZE
                  WRK-COMPETENCIA   DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WRK-PATH-CONTABIL
           END-STRING.

           DISPLAY "==== EXPORTACAO CONTABIL - " WRK-COMP-ED " ====".
           DISPLAY "LANCAMENTOS DO JORNAL... " WRK-QTD-JORNAL.
           DISPLAY "PARTIDAS................ " WRK-QTD-LANCAMENTOS.
           DISPLAY "LINHAS.................. " WRK-QTD-LINHAS.
           MOVE WRK-TOTAL-DEBITO  TO WRK-VALOR-ED.
           DISPLAY "TOTAL A DEBITO.......... " WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITO TO WRK-VALOR-ED.
           DISPLAY "TOTAL A CREDITO......... " WRK-VALOR-ED.
           IF WRK-QTD-IGNORADOS GREATER ZEROS
               DISPLAY "LANCAMENTOS SEM EVENTO.. " WRK-QTD-IGNORADOS
           END-IF.
           IF WRK-QTD-SEM-IMPOSTO GREATER ZEROS
               DISPLAY "AVISO: " WRK-QTD-SEM-IMPOSTO " FATURA(S) SEM "
                       "LINHA EM FATLOTE_FATURAS.DAT - TUDO RECEITA"
           END-IF.
           IF WRK-QTD-SEM-LINHA GREATER ZEROS
               DISPLAY "AVISO: " WRK-QTD-SEM-LINHA " PAGAMENTO(S) SEM "
                       "LINHA EM FAT_PAGAMENTOS.DAT - VALOR DO JORNAL"
           END-IF.

           IF WRK-QTD-SEM-CONTA GREATER ZEROS
              OR WRK-TOTAL-DEBITO NOT EQUAL WRK-TOTAL-CREDITO
               IF WRK-QTD-SEM-CONTA GREATER ZEROS
                   DISPLAY WRK-QTD-SEM-CONTA " PARTIDA(S) SEM CONTA "
                           "- ACERTAR CONTABIL.CTL"
               ELSE
                   DISPLAY "DEBITO DIFERENTE DO CREDITO"
               END-IF
               DISPLAY "ARQUIVO NAO GERADO: " WRK-PATH-CONTABIL
               OPEN OUTPUT TRABALHO
               CLOSE TRABALHO
           ELSE
               OPEN OUTPUT CONTABIL
               IF FS-CONTABIL NOT EQUAL 00
                   DISPLAY WRK-PATH-CONTABIL " NAO FOI CRIADO - FS "
                           FS-CONTABIL
               ELSE
                   OPEN INPUT TRABALHO
                   READ TRABALHO
                   PERFORM UNTIL FS-TRABALHO NOT EQUAL 00
                       MOVE REG-TRABALHO TO REG-CONTABIL
                       WRITE REG-CONTABIL
                       READ TRABALHO
                   END-PERFORM
                   CLOSE TRABALHO
                   MOVE SPACES TO REG-CONTABIL
                   MOVE "9"               TO CTB-TIPO
                   MOVE WRK-COMPETENCIA   TO CTB-TRL-COMPETENCIA
                   MOVE WRK-DATA-HOJE     TO CTB-TRL-DATA-GERACAO
                   MOVE WRK-QTD-LINHAS    TO CTB-TRL-QTD-LINHAS
                   MOVE WRK-TOTAL-DEBITO  TO CTB-TRL-TOTAL-DEBITO
                   MOVE WRK-TOTAL-CREDITO TO CTB-TRL-TOTAL-CREDITO
                   WRITE REG-CONTABIL
                   CLOSE CONTABIL
                   OPEN OUTPUT TRABALHO
                   CLOSE TRABALHO
                   DISPLAY "GRAVADO EM " WRK-PATH-CONTABIL
               END-IF
           END-IF.

       0300-FINALIZAR        SECTION.
           IF FS-PAGAMENTOS NOT EQUAL 35
               CLOSE PAGAMENTOS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
