      *==               CONSIDERA FINS DE SEMANA E OS FERIADOS DO
      *==               FERIADOS.CTL); A LINHA DE LIQUIDACAO MOSTRA O
      *==               VALOR ORIGINAL, OS ENCARGOS E O TOTAL
      *==  12/05/2025 GC: O LAYOUT DE CONTAS_RECEBER.DAT PASSA A VIR DO
      *==               COPYBOOK FATREG, COM A CHAVE DO CLIENTE (TIPO +
      *==               REG-ID) NO FIM DO REGISTRO
      *==  14/05/2025 GC: CONTAS_RECEBER.DAT PASSA A SER INDEXADO POR
      *==               FAT-NUMERO (CONVERSAO PELO FATINDX): ACABA A
      *==               TABELA DE 500 FATURAS EM MEMORIA E A REGRAVACAO
      *==               DO LIVRO INTEIRO NO FIM - A BAIXA VIRA READ/
      *==               REWRITE DIRETO PELO NUMERO, E A LISTA E O AGING
      *==               LEEM O ARQUIVO EM ORDEM DE NUMERO
      *==  16/05/2025 GC: PAGAMENTO PARCIAL E CREDITO DO CLIENTE: A
      *==               BAIXA DEIXA DE SER TUDO OU NADA - CADA
      *==               PAGAMENTO VIRA 1 LINHA EM FAT_PAGAMENTOS.DAT,
      *==               PAGA PRIMEIRO OS ENCARGOS E DEPOIS ABATE O
      *==               SALDO; A FATURA FICA "P"-PARCIAL ATE O SALDO
      *==               ZERAR E O QUE FOR PAGO A MAIS VAI PARA O
      *==               CREDITO DO CLIENTE EM CREDITOS.DAT, ABATIDO NA
      *==               PROXIMA FATURA PELO LOTE DO PROGRAMA08 (REGRA
      *==               NOS COPYBOOKS FATPGWS/FATPGPR). OS ENCARGOS
      *==               CORREM SOBRE O SALDO, A PARTIR DO VENCIMENTO OU
      *==               DO ULTIMO PAGAMENTO EM ATRASO (A MULTA SO NO
      *==               1O), E O AGING ENVELHECE O SALDO, NAO O VALOR
      *==               ORIGINAL
      *==  19/05/2025 GC: ESTORNO DE PAGAMENTO (OPCAO E): BAIXA NA
      *==               FATURA ERRADA OU CHEQUE DEVOLVIDO DEIXAM DE SER
      *==               CORRIGIDOS EDITANDO CONTAS_RECEBER.DAT NA MAO -
      *==               O OPERADOR ESCOLHE A LINHA DE PAGAMENTO, DA O
      *==               MOTIVO E A FATURA VOLTA A TER O SALDO QUE A
      *==               LINHA TINHA ABATIDO (REABRINDO-A SE ESTAVA
      *==               LIQUIDADA); A LINHA FICA MARCADA COMO ESTORNADA
      *==               E O CREDITO QUE ELA GEROU OU CONSUMIU E
      *==               DESFEITO. O OPERADOR SE IDENTIFICA NA ENTRADA E
      *==               TODO LANCAMENTO (BAIXA, ENCARGOS, ESTORNO) VAI
      *==               PARA O JORNAL CONTAS_RECEBER.LOG (COPYBOOKS
      *==               FATJRN/FATJRWS/FATJRPR), CONSULTADO PELO FATJORN
      *==  21/05/2025 GC: A REGRA DE ENCARGOS (ANTES 0227/0228/0229) VAI
      *==               PARA OS COPYBOOKS FATENCWS/FATENCPR, SEM MUDAR O
      *==               CALCULO, PARA A RENEGOCIACAO (FATRENEG) COBRAR O
      *==               MESMO ENCARGO. FATURA "R"-RENEGOCIADA NAO
      *==               APARECE NA LISTA NEM NO AGING (O SALDO FOI PARA
      *==               AS PARCELAS DO ACORDO) E NAO ACEITA BAIXA NEM
      *==               ESTORNO
      *==  23/05/2025 GC: FATURA "C"-CANCELADA POR NOTA DE CREDITO
      *==               (FATNOTA) SAI DA LISTA E DO AGING COMO AS
      *==               RENEGOCIADAS E NAO ACEITA BAIXA NEM ESTORNO
      *==  02/06/2025 GC: BAIXA COM DATA DE PAGAMENTO DENTRO DE UM MES
      *==               JA FECHADO PELO FATFECH E RECUSADA, E O ESTORNO
      *==               SO E FEITO COM A DATA DE HOJE EM PERIODO ABERTO
      *==               (COPYBOOKS FATFCWS/FATFCPR)
      *==  18/06/2025 GC: FATURA EM MOEDA ESTRANGEIRA SO E BAIXADA COM A
      *==               COTACAO DO DIA DO PAGAMENTO EM COTACAO_HIST.TXT
      *==               (COPYBOOKS FATMOEWS/FATMOEPR); A DIFERENCA ENTRE
      *==               O RECEBIDO E O SALDO CONTABIL PELA COTACAO DA
      *==               EMISSAO E A VARIACAO CAMBIAL, GRAVADA EM
      *==               VARIACAO_CAMBIAL.DAT (COPYBOOK FATVAR) E
      *==               DESFEITA NO ESTORNO DA LINHA
      *==  20/06/2025 GC: A BAIXA PEDE A FORMA DE PAGAMENTO (DINHEIRO,
      *==               CHEQUE, CARTAO OU PIX), GRAVADA NO JORNAL COM O
      *==               OPERADOR PARA O FECHAMENTO DO CAIXA (CXAFECH)
      *==  23/06/2025 GC: PODE SER CHAMADO PELA CADEIA DE FATURAMENTO DO
      *==               FIM DO MES (FATCADE): COM O SINALIZADOR DE LOTE
      *==               (COPYBOOK LOTEWS) LIGADO SO EMITE O AGING, SEM
      *==               PERGUNTAR O OPERADOR NEM A OPCAO. STOP RUN
      *==               TROCADO POR GOBACK E AS FALHAS DE ABERTURA SAEM
      *==               COM RETURN-CODE 8
      *==  01/09/2025 GC: A SESSAO INTERATIVA COMECA GUARDANDO
      *==               CONTAS_RECEBER.DAT COMO UMA GERACAO DE BACKUP
      *==               (MODULO ARQBKP, CATALOGO BACKUPS_GERAL.CTL),
      *==               ANTES DE ABRIR O LIVRO PARA AS BAIXAS; O AGING
      *==               DO LOTE SO LE E NAO COPIA. FALHA NO BACKUP SO
      *==               AVISA. RESTAURACAO PELO ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER GRAVADO PELO PROGRAMA08,
      *=== INDEXADO PELO NUMERO DA FATURA
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LINHAS DE PAGAMENTO DE CADA FATURA
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== SALDO CREDOR DE CADA CLIENTE (PAGAMENTO A MAIS)
           SELECT CREDITOS ASSIGN
           TO "dados\CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE-CLI
               FILE STATUS IS FS-CREDITOS.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== ULTIMO DIA DO ULTIMO MES FECHADO (FATFECH)
           SELECT FECHCTL ASSIGN
           TO "dados\FECHAMENTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCTL.

      *=== HISTORICO DE COTACOES DAS MOEDAS ESTRANGEIRAS
           SELECT HISTCOTACAO ASSIGN
           TO "dados\COTACAO_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTCOTACAO.

      *=== VARIACAO CAMBIAL APURADA NAS BAIXAS (SO CRESCE)
           SELECT VARCAMB ASSIGN
           TO "dados\VARIACAO_CAMBIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VARCAMB.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  CREDITOS.
           COPY "CRDREG.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  FECHCTL.
       01  REG-FECHCTL                 PIC 9(008).

       FD  HISTCOTACAO.
           COPY "COTHIST.cpy".

       FD  VARCAMB.
           COPY "FATVAR.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-CREDITOS          PIC 9(002) VALUE ZEROS.
       77  FS-VARCAMB           PIC 9(002) VALUE ZEROS.

      *=== OPCAO: L-LISTAR ABERTAS / B-BAIXAR / E-ESTORNAR / A-AGING /
      *=== F-ENCERRAR
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-LISTAR                VALUE "L".
           88  OPCAO-BAIXAR                VALUE "B".
           88  OPCAO-ESTORNAR              VALUE "E".
           88  OPCAO-AGING                 VALUE "A".
           88  OPCAO-ENCERRAR              VALUE "F".

       77  WRK-NUM-FATURA       PIC 9(006) VALUE ZEROS.
       77  WRK-DATA-PGTO        PIC 9(008) VALUE ZEROS.
       77  WRK-VALOR-PAGO       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-QTD-BAIXAS       PIC 9(004) VALUE ZEROS.
       77  WRK-SITUACAO         PIC X(009) VALUE SPACES.
       77  WRK-FORMA-PGTO       PIC X(001) VALUE SPACE.
           88  FORMA-VALIDA                VALUE "D" "C" "T" "P".

      *=== ESTORNO EM ANDAMENTO: LINHA ESCOLHIDA, MOTIVO E CONFIRMACAO
       77  WRK-SEQ-ESTORNO      PIC 9(003) VALUE ZEROS.
       77  WRK-MOTIVO-COD       PIC X(001) VALUE SPACES.
           88  MOTIVO-FATURA-ERRADA        VALUE "1".
           88  MOTIVO-CHEQUE-DEVOLVIDO     VALUE "2".
           88  MOTIVO-OUTRO                VALUE "3".
           88  MOTIVO-VALIDO               VALUE "1" THRU "3".
       77  WRK-MOTIVO-TEXTO     PIC X(040) VALUE SPACES.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".
       77  WRK-ESTORNO-OK       PIC X(001) VALUE "N".
           88  ESTORNO-LIBERADO            VALUE "S".
       77  WRK-ULTIMA-DATA-PGTO PIC 9(008) VALUE ZEROS.
       77  WRK-QTD-ESTORNOS     PIC 9(004) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== CONTA DE DIAS APROXIMADA PARA O AGING
       77  WRK-DIAS-VENC        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(005) VALUE ZEROS.

      *=== LINHA DE LIQUIDACAO DISCRIMINADA
       77  WRK-VALOR-TOTAL      PIC 9(009)V99 VALUE ZEROS.
       77  WRK-ENCARGOS-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== BAIXA DE FATURA EM MOEDA ESTRANGEIRA: COTACAO DO DIA DO
      *=== PAGAMENTO, SALDO E VALOR PAGO NA MOEDA E VARIACAO CAMBIAL
       77  WRK-BAIXA-MOEDA      PIC X(001) VALUE "N".
           88  BAIXA-EM-MOEDA              VALUE "S".
           88  BAIXA-SEM-COTACAO           VALUE "X".
       77  WRK-COTACAO-PGTO     PIC 9(002)V99 VALUE ZEROS.
       77  WRK-SALDO-MOEDA      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PAGO-MOEDA       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LIQUIDADO-MOEDA  PIC 9(008)V99 VALUE ZEROS.
       77  WRK-RECEBIDO-LIQ     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CONTABIL         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-COTACAO-ED       PIC Z9,99 VALUE ZEROS.
       77  WRK-VAR-ACHADA       PIC X(001) VALUE "N".
           88  VARIACAO-ACHADA             VALUE "S".
       01  WRK-VAR-SALVA        PIC X(120) VALUE SPACES.

      *=== COTACAO DA MOEDA ESTRANGEIRA (COPYBOOKS FATMOEWS/FATMOEPR)
       COPY "FATMOEWS.cpy".

      *=== ENCARGOS DE ATRASO (COPYBOOKS FATENCWS/FATENCPR)
       COPY "FATENCWS.cpy".

      *=== AGING ACUMULADO POR CLIENTE (4 FAIXAS + EM DIA)
       01  WRK-TAB-AGING.
       77  WRK-IND-AGE          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-AGE-ACH      PIC 9(003) VALUE ZEROS.

      *=== LANCAMENTO DE PAGAMENTO NA FATURA (COPYBOOKS FATPGWS/FATPGPR)
       COPY "FATPGWS.cpy".

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

      *=== TRAVA DO PERIODO FECHADO (COPYBOOKS FATFCWS/FATFCPR)
       COPY "FATFCWS.cpy".

      *=== SINALIZADOR DE EXECUCAO EM LOTE, LIGADO PELA CADEIA DE
      *=== FATURAMENTO (FATCADE): SEM PERGUNTAS DE OPERADOR
       COPY "LOTEWS.cpy".

      *=== BACKUP GERACIONAL ANTES DAS BAIXAS (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
      *=== NA CADEIA DE FATURAMENTO (FATCADE) SO SAI O AGING
           IF EXECUCAO-EM-LOTE
               PERFORM 0230-AGING
           ELSE
               PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               WRK-HOJE-ANO * 365 + WRK-HOJE-MES * 30 + WRK-HOJE-DIA.

      *=== O OPERADOR SE IDENTIFICA ANTES DE TUDO; A IDENTIFICACAO VAI
      *=== EM CADA LANCAMENTO DO JORNAL
           IF EXECUCAO-EM-LOTE
               MOVE "LOTE" TO WRK-JRN-OPERADOR
           ELSE
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WRK-JRN-OPERADOR
           END-IF.
           IF WRK-JRN-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PROGRAMA12" TO WRK-JRN-PROGRAMA.

           IF NOT EXECUCAO-EM-LOTE
               PERFORM 0105-BACKUP-RECEBER
           END-IF.

           OPEN I-O RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== LINHAS DE PAGAMENTO E CREDITOS (1A EXECUCAO CRIA VAZIOS)
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
           OPEN I-O CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
           IF FS-PAGAMENTOS NOT EQUAL 00
              OR FS-CREDITOS NOT EQUAL 00
               DISPLAY "FAT_PAGAMENTOS.DAT/CREDITOS.DAT NAO FORAM "
                       "ABERTOS - FS " FS-PAGAMENTOS " " FS-CREDITOS
               CLOSE RECEBER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== GUARDA O CONTAS_RECEBER.DAT DE ANTES DA SESSAO COMO GERACAO
      *=== DE BACKUP; SEM ELE A SESSAO SEGUE, SO COM O AVISO
       0105-BACKUP-RECEBER   SECTION.
           MOVE "B"                         TO BKP-OPERACAO.
           MOVE "CONTAS_RECEBER.DAT"        TO BKP-ARQUIVO.
           MOVE "dados\CONTAS_RECEBER.DAT"  TO BKP-CAMINHO.
           MOVE "PROGRAMA12"                TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE CONTAS_RECEBER.DAT FALHOU - "
                       "FS " BKP-FS
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (L-LISTAR ABERTAS / B-BAIXAR / E-ESTORNAR / "
                   "A-AGING / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
                   PERFORM 0210-LISTAR-ABERTAS
               WHEN OPCAO-BAIXAR
                   PERFORM 0220-BAIXAR
               WHEN OPCAO-ESTORNAR
                   PERFORM 0240-ESTORNAR
               WHEN OPCAO-AGING
                   PERFORM 0230-AGING
               WHEN OPCAO-ENCERRAR

       0210-LISTAR-ABERTAS   SECTION.
           DISPLAY "==== FATURAS EM ABERTO ====".
           PERFORM 0215-POSICIONAR-INICIO.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF FATURA-ABERTA OR FATURA-PARCIAL
                   MOVE FAT-SALDO TO WRK-VALOR-ED
                   IF FATURA-PARCIAL
                       MOVE "PARCIAL" TO WRK-SITUACAO
                   ELSE
                       MOVE SPACES    TO WRK-SITUACAO
                   END-IF
                   DISPLAY FAT-NUMERO " " FAT-CLIENTE " "
                           WRK-VALOR-ED " VENCE " FAT-VENCIMENTO
                           " " WRK-SITUACAO
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

      *=== POSICIONA NA 1A FATURA (MENOR NUMERO) E JA A LE; ARQUIVO
      *=== VAZIO SAI COM FS-RECEBER DIFERENTE DE 00
       0215-POSICIONAR-INICIO SECTION.
           MOVE ZEROS TO FAT-NUMERO.
           START RECEBER KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.

      *=== APLICA A LIQUIDACAO NA FATURA ESCOLHIDA: MARCA LIQUIDADA
      *=== COM A DATA E O VALOR PAGO INFORMADOS
       0220-BAIXAR           SECTION.
           DISPLAY "NUMERO DA FATURA: ".
           ACCEPT WRK-NUM-FATURA.

           MOVE WRK-NUM-FATURA TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
           END-READ.

           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "FATURA NAO ENCONTRADA"
           ELSE
               IF FAT-STATUS EQUAL "L"
                   DISPLAY "FATURA JA LIQUIDADA EM " FAT-DATA-PGTO
               ELSE
               IF FATURA-RENEGOCIADA
                   DISPLAY "FATURA RENEGOCIADA - O SALDO E COBRADO "
                           "PELAS PARCELAS DO ACORDO (FATRENEG)"
               ELSE
               IF FATURA-CANCELADA
                   DISPLAY "FATURA CANCELADA POR NOTA DE CREDITO "
                           "(FATNOTA)"
               ELSE
                   MOVE FAT-VALOR TO WRK-VALOR-ED
                   DISPLAY "CLIENTE... " FAT-CLIENTE
                   DISPLAY "VALOR..... " WRK-VALOR-ED
                   MOVE FAT-SALDO TO WRK-VALOR-ED
                   DISPLAY "SALDO..... " WRK-VALOR-ED
                   DISPLAY "VENCE EM.. " FAT-VENCIMENTO
                   IF FAT-QTD-PGTOS GREATER ZEROS
                       PERFORM 0222-MOSTRAR-PAGAMENTOS
                   END-IF
                   DISPLAY "DATA DO PAGAMENTO AAAAMMDD (0 = HOJE): "
                   ACCEPT WRK-DATA-PGTO
                   IF WRK-DATA-PGTO EQUAL ZEROS
                       MOVE WRK-DATA-HOJE TO WRK-DATA-PGTO
                   END-IF
                   MOVE WRK-DATA-PGTO TO WRK-DATA-LANCAR
                   PERFORM 9400-VERIFICAR-PERIODO
                   IF PERIODO-FECHADO
                       DISPLAY "BAIXA RECUSADA - LANCAR COM DATA DE "
                               "PERIODO ABERTO"
                   ELSE
                       MOVE "N" TO WRK-BAIXA-MOEDA
                       IF NOT FATURA-EM-REAL
                          AND FAT-COTACAO GREATER ZEROS
                           PERFORM 0226-COTACAO-PAGAMENTO
                       END-IF
                       IF BAIXA-SEM-COTACAO
                           DISPLAY "BAIXA RECUSADA - GRAVAR A COTACAO "
                                   "DE " FAT-MOEDA " DO DIA DO "
                                   "PAGAMENTO EM COTACAO_HIST.TXT"
                       ELSE
                           PERFORM 0224-APURAR-DEVIDO
                           DISPLAY "VALOR PAGO: "
                           ACCEPT WRK-VALOR-PAGO
                           MOVE SPACE TO WRK-FORMA-PGTO
                           PERFORM UNTIL FORMA-VALIDA
                               DISPLAY "FORMA DE PAGAMENTO "
                                       "(D-DINHEIRO / C-CHEQUE / "
                                       "T-CARTAO / P-PIX): "
                               ACCEPT WRK-FORMA-PGTO
                           END-PERFORM
                           MOVE WRK-FORMA-PGTO TO WRK-JRN-FORMA
                           PERFORM 0225-LIQUIDAR-FATURA
                           MOVE SPACE TO WRK-JRN-FORMA
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *=== PAGAMENTOS JA LANCADOS NA FATURA POSICIONADA
       0222-MOSTRAR-PAGAMENTOS SECTION.
           DISPLAY "PAGAMENTOS ANTERIORES:".
           MOVE FAT-NUMERO TO PGT-NUMERO.
           MOVE ZEROS      TO PGT-SEQ.
           START PAGAMENTOS KEY IS NOT LESS THAN PGT-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF FS-PAGAMENTOS EQUAL 00
               READ PAGAMENTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                      OR PGT-NUMERO NOT EQUAL FAT-NUMERO
               MOVE PGT-VALOR TO WRK-VALOR-ED
               MOVE PGT-SALDO-APOS TO WRK-TOTAL-ED
               IF PAGAMENTO-ESTORNADO
                   MOVE "ESTORNADO" TO WRK-SITUACAO
               ELSE
                   MOVE SPACES      TO WRK-SITUACAO
               END-IF
               DISPLAY "  " PGT-SEQ " " PGT-DATA " " PGT-ORIGEM " "
                       WRK-VALOR-ED " SALDO APOS " WRK-TOTAL-ED " "
                       WRK-SITUACAO
               READ PAGAMENTOS NEXT RECORD
           END-PERFORM.

      *=== ENCARGOS ATE A DATA DO PAGAMENTO E O TOTAL DEVIDO NELA
       0224-APURAR-DEVIDO    SECTION.
           MOVE WRK-DATA-PGTO TO WRK-ENC-DATA-FIM.
           PERFORM 9300-APURAR-ENCARGOS.
           IF WRK-DIAS-UTEIS GREATER ZEROS
               DISPLAY "DIAS UTEIS DE ATRASO... " WRK-DIAS-UTEIS
           END-IF.

           MOVE WRK-VALOR-ENCARGOS TO WRK-ENCARGOS-ED.
           COMPUTE WRK-VALOR-TOTAL =
               FAT-SALDO + WRK-VALOR-ENCARGOS.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
           DISPLAY "ENCARGOS.. " WRK-ENCARGOS-ED.
           DISPLAY "DEVIDO.... " WRK-TOTAL-ED.

      *=== LANCA O PAGAMENTO NA FATURA JA POSICIONADA (ENCARGOS
      *=== PRIMEIRO, DEPOIS O SALDO, EXCEDENTE PARA O CREDITO) E
      *=== MOSTRA A LINHA DE LIQUIDACAO DISCRIMINADA
       0225-LIQUIDAR-FATURA  SECTION.
           MOVE WRK-DATA-PGTO      TO WRK-PGT-DATA.
           MOVE WRK-VALOR-PAGO     TO WRK-PGT-VALOR.
           MOVE WRK-VALOR-ENCARGOS TO WRK-PGT-ENCARGOS.
           MOVE "B"                TO WRK-PGT-ORIGEM.
           MOVE ZEROS              TO WRK-PGT-VARIACAO.
           IF BAIXA-EM-MOEDA
              AND WRK-VALOR-PAGO GREATER WRK-VALOR-ENCARGOS
               PERFORM 0227-APURAR-VARIACAO
           END-IF.
           PERFORM 9100-APLICAR-PAGAMENTO.

           IF NOT PAGAMENTO-APLICADO
               DISPLAY "PAGAMENTO RECUSADO: " WRK-PGT-MSG
           ELSE
               ADD 1 TO WRK-QTD-BAIXAS
               IF BAIXA-EM-MOEDA
                   PERFORM 0228-GRAVAR-VARIACAO
               END-IF
               MOVE WRK-PGT-PRINCIPAL TO WRK-VALOR-ED
               MOVE WRK-PGT-ENCARGOS  TO WRK-ENCARGOS-ED
               MOVE WRK-PGT-VALOR     TO WRK-TOTAL-ED
               IF FATURA-LIQUIDADA
                   DISPLAY "FATURA " FAT-NUMERO " LIQUIDADA - "
                           "PRINCIPAL " WRK-VALOR-ED " ENCARGOS "
                           WRK-ENCARGOS-ED " TOTAL " WRK-TOTAL-ED
               ELSE
                   DISPLAY "FATURA " FAT-NUMERO " PARCIAL - "
                           "PRINCIPAL " WRK-VALOR-ED " ENCARGOS "
                           WRK-ENCARGOS-ED " TOTAL " WRK-TOTAL-ED
                   MOVE FAT-SALDO TO WRK-VALOR-ED
                   DISPLAY "SALDO EM ABERTO........ " WRK-VALOR-ED
               END-IF
               IF WRK-PGT-EXCEDENTE GREATER ZEROS
                   MOVE WRK-PGT-EXCEDENTE TO WRK-VALOR-ED
                   DISPLAY "EXCEDENTE PARA CREDITO. " WRK-VALOR-ED
               END-IF
           END-IF.

      *=== FATURA EM MOEDA: A COTACAO DO DIA DO PAGAMENTO E
      *=== OBRIGATORIA; MOSTRA O SALDO NA MOEDA E QUANTO ELE VALE EM
      *=== REAIS NESSA COTACAO
       0226-COTACAO-PAGAMENTO SECTION.
           MOVE FAT-MOEDA     TO WRK-MOE-MOEDA.
           MOVE WRK-DATA-PGTO TO WRK-MOE-DATA.
           PERFORM 9600-BUSCAR-COTACAO.
           IF NOT COTACAO-DO-DIA
               MOVE "X" TO WRK-BAIXA-MOEDA
               DISPLAY "SEM COTACAO DE " FAT-MOEDA " EM " WRK-DATA-PGTO
           ELSE
               MOVE "S" TO WRK-BAIXA-MOEDA
               MOVE WRK-MOE-COTACAO TO WRK-COTACAO-PGTO
               COMPUTE WRK-SALDO-MOEDA ROUNDED =
                   FAT-SALDO / FAT-COTACAO
               MOVE FAT-VALOR-MOEDA TO WRK-VALOR-ED
               DISPLAY "MOEDA..... " FAT-MOEDA " - VALOR NA MOEDA "
                       WRK-VALOR-ED
               MOVE WRK-SALDO-MOEDA TO WRK-VALOR-ED
               DISPLAY "SALDO NA MOEDA......... " WRK-VALOR-ED
               MOVE FAT-COTACAO TO WRK-COTACAO-ED
               DISPLAY "COTACAO DA EMISSAO..... " WRK-COTACAO-ED
               MOVE WRK-COTACAO-PGTO TO WRK-COTACAO-ED
               DISPLAY "COTACAO DO PAGAMENTO... " WRK-COTACAO-ED
               COMPUTE WRK-VALOR-TOTAL ROUNDED =
                   WRK-SALDO-MOEDA * WRK-COTACAO-PGTO
               MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED
               DISPLAY "SALDO NA COTACAO DO DIA " WRK-TOTAL-ED
           END-IF.

      *=== O VALOR PAGO (SEM OS ENCARGOS) CONVERTIDO NA MOEDA PELA
      *=== COTACAO DO PAGAMENTO LIQUIDA O SALDO NA MOEDA; O QUE ELE
      *=== VALIA NA COTACAO DA EMISSAO SAI DO SALDO CONTABIL E A
      *=== DIFERENCA PARA O RECEBIDO E A VARIACAO (POSITIVA = GANHO)
       0227-APURAR-VARIACAO  SECTION.
           COMPUTE WRK-PAGO-MOEDA ROUNDED =
               (WRK-VALOR-PAGO - WRK-VALOR-ENCARGOS)
               / WRK-COTACAO-PGTO.
           IF WRK-PAGO-MOEDA NOT LESS WRK-SALDO-MOEDA
               MOVE WRK-SALDO-MOEDA TO WRK-LIQUIDADO-MOEDA
               MOVE FAT-SALDO       TO WRK-CONTABIL
               COMPUTE WRK-RECEBIDO-LIQ ROUNDED =
                   WRK-SALDO-MOEDA * WRK-COTACAO-PGTO
               IF WRK-RECEBIDO-LIQ GREATER
                  WRK-VALOR-PAGO - WRK-VALOR-ENCARGOS
                   COMPUTE WRK-RECEBIDO-LIQ =
                       WRK-VALOR-PAGO - WRK-VALOR-ENCARGOS
               END-IF
           ELSE
               MOVE WRK-PAGO-MOEDA  TO WRK-LIQUIDADO-MOEDA
               COMPUTE WRK-CONTABIL ROUNDED =
                   WRK-PAGO-MOEDA * FAT-COTACAO
               IF WRK-CONTABIL GREATER FAT-SALDO
                   MOVE FAT-SALDO TO WRK-CONTABIL
               END-IF
               COMPUTE WRK-RECEBIDO-LIQ =
                   WRK-VALOR-PAGO - WRK-VALOR-ENCARGOS
           END-IF.
           COMPUTE WRK-PGT-VARIACAO =
               WRK-RECEBIDO-LIQ - WRK-CONTABIL.

      *=== ANOTA A VARIACAO DA BAIXA APLICADA EM VARIACAO_CAMBIAL.DAT
       0228-GRAVAR-VARIACAO  SECTION.
           OPEN EXTEND VARCAMB.
           IF FS-VARCAMB EQUAL 35
               OPEN OUTPUT VARCAMB
           END-IF.
           IF FS-VARCAMB NOT EQUAL 00
               DISPLAY "AVISO: VARIACAO_CAMBIAL.DAT NAO ABRIU - FS "
                       FS-VARCAMB " - VARIACAO DA FATURA " FAT-NUMERO
                       " NAO GRAVADA"
           ELSE
               MOVE SPACES              TO REG-VARCAMB
               MOVE WRK-DATA-PGTO       TO VAR-DATA
               MOVE "B"                 TO VAR-TIPO
               MOVE FAT-NUMERO          TO VAR-NUMERO
               MOVE FAT-QTD-PGTOS       TO VAR-SEQ
               MOVE FAT-CLIENTE         TO VAR-CLIENTE
               MOVE FAT-MOEDA           TO VAR-MOEDA
               MOVE WRK-LIQUIDADO-MOEDA TO VAR-VALOR-MOEDA
               MOVE FAT-COTACAO         TO VAR-COTACAO-EMISSAO
               MOVE WRK-COTACAO-PGTO    TO VAR-COTACAO-PGTO
               MOVE WRK-RECEBIDO-LIQ    TO VAR-VALOR-RECEBIDO
               MOVE WRK-CONTABIL        TO VAR-VALOR-CONTABIL
               IF WRK-PGT-VARIACAO LESS ZEROS
                   COMPUTE VAR-VALOR-VARIACAO = 0 - WRK-PGT-VARIACAO
                   MOVE "-"             TO VAR-SINAL
               ELSE
                   MOVE WRK-PGT-VARIACAO TO VAR-VALOR-VARIACAO
                   MOVE "+"             TO VAR-SINAL
               END-IF
               MOVE WRK-JRN-OPERADOR    TO VAR-OPERADOR
               WRITE REG-VARCAMB
               CLOSE VARCAMB
               MOVE VAR-VALOR-VARIACAO TO WRK-VALOR-ED
               IF VARIACAO-PERDA
                   DISPLAY "PERDA CAMBIAL.......... " WRK-VALOR-ED
               ELSE
                   DISPLAY "GANHO CAMBIAL.......... " WRK-VALOR-ED
               END-IF
           END-IF.

      *=== ESTORNO DE 1 LINHA DE PAGAMENTO: A FATURA VOLTA A TER O
      *=== SALDO QUE A LINHA ABATEU E O VALOR PAGO DELA SAI DO TOTAL
      *=== RECEBIDO; O MOTIVO, O OPERADOR E A LINHA CANCELADA FICAM NO
      *=== JORNAL. LIQUIDACAO ANTERIOR AS LINHAS DE PAGAMENTO (SEM
      *=== LINHA) NAO TEM O QUE ESTORNAR
       0240-ESTORNAR         SECTION.
           DISPLAY "NUMERO DA FATURA: ".
           ACCEPT WRK-NUM-FATURA.
           MOVE WRK-NUM-FATURA TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
           END-READ.
           IF FS-RECEBER NOT EQUAL 00
               CONTINUE
           ELSE
           IF FAT-QTD-PGTOS EQUAL ZEROS
               DISPLAY "FATURA SEM LINHA DE PAGAMENTO PARA ESTORNAR"
           ELSE
           IF FATURA-RENEGOCIADA
               DISPLAY "FATURA RENEGOCIADA - SALDO JA ESTA NO ACORDO, "
                       "ESTORNO NAO PERMITIDO"
           ELSE
           IF FATURA-CANCELADA
               DISPLAY "FATURA CANCELADA POR NOTA DE CREDITO - "
                       "ESTORNO NAO PERMITIDO"
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-LANCAR
               PERFORM 9400-VERIFICAR-PERIODO
           IF PERIODO-FECHADO
               DISPLAY "ESTORNO RECUSADO - PERIODO FECHADO"
           ELSE
               PERFORM 0222-MOSTRAR-PAGAMENTOS
               DISPLAY "SEQUENCIA DO PAGAMENTO A ESTORNAR: "
               ACCEPT WRK-SEQ-ESTORNO
               MOVE FAT-NUMERO      TO PGT-NUMERO
               MOVE WRK-SEQ-ESTORNO TO PGT-SEQ
               READ PAGAMENTOS
                   KEY IS PGT-CHAVE
                   INVALID KEY
                       DISPLAY "LINHA DE PAGAMENTO NAO ENCONTRADA"
               END-READ
               IF FS-PAGAMENTOS NOT EQUAL 00
                   CONTINUE
               ELSE
               IF PAGAMENTO-ESTORNADO
                   DISPLAY "PAGAMENTO JA ESTORNADO EM "
                           PGT-DATA-ESTORNO
               ELSE
                   PERFORM 0242-PEDIR-MOTIVO
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *=== MOTIVO E CONFIRMACAO DO ESTORNO DA LINHA JA LIDA
       0242-PEDIR-MOTIVO     SECTION.
           MOVE SPACES TO WRK-MOTIVO-COD.
           PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY "MOTIVO (1-BAIXA NA FATURA ERRADA / 2-CHEQUE "
                       "DEVOLVIDO / 3-OUTRO): "
               ACCEPT WRK-MOTIVO-COD
           END-PERFORM.
           MOVE SPACES TO WRK-MOTIVO-TEXTO.
           PERFORM UNTIL WRK-MOTIVO-TEXTO NOT EQUAL SPACES
               DISPLAY "DESCRICAO DO MOTIVO: "
               ACCEPT WRK-MOTIVO-TEXTO
           END-PERFORM.

           MOVE PGT-VALOR TO WRK-VALOR-ED.
           MOVE PGT-PRINCIPAL TO WRK-TOTAL-ED.
           DISPLAY "ESTORNAR O PAGAMENTO " PGT-SEQ " DE " PGT-DATA
                   " - VALOR " WRK-VALOR-ED " (ABATEU " WRK-TOTAL-ED
                   " DO SALDO)".
           DISPLAY "CONFIRMA O ESTORNO (S/N): ".
           ACCEPT WRK-CONFIRMA.
           IF CONFIRMADO
               PERFORM 0244-CONFERIR-CREDITO
               IF ESTORNO-LIBERADO
                   PERFORM 0245-EFETIVAR-ESTORNO
               END-IF
           ELSE
               DISPLAY "ESTORNO CANCELADO"
           END-IF.

      *=== O EXCEDENTE QUE A LINHA MANDOU PARA O CREDITO DO CLIENTE
      *=== PRECISA AINDA ESTAR LA PARA SER RETIRADO; SE JA FOI ABATIDO
      *=== EM OUTRA FATURA, ESSE ABATIMENTO E ESTORNADO PRIMEIRO
       0244-CONFERIR-CREDITO SECTION.
           MOVE "S" TO WRK-ESTORNO-OK.
           IF PGT-EXCEDENTE GREATER ZEROS
               MOVE FAT-CHAVE-CLI TO CRD-CHAVE-CLI
               READ CREDITOS
                   KEY IS CRD-CHAVE-CLI
               END-READ
               IF FS-CREDITOS NOT EQUAL 00
                  OR CRD-SALDO LESS PGT-EXCEDENTE
                   MOVE "N" TO WRK-ESTORNO-OK
                   DISPLAY "ESTORNO RECUSADO: O EXCEDENTE DESTE "
                           "PAGAMENTO JA FOI ABATIDO DO CREDITO EM "
                           "OUTRA FATURA - ESTORNAR AQUELE ABATIMENTO "
                           "ANTES"
               END-IF
           END-IF.

      *=== MARCA A LINHA COMO ESTORNADA; SO COM ELA REGRAVADA O
      *=== ESTORNO SEGUE PARA O CREDITO, A FATURA E O JORNAL
       0245-EFETIVAR-ESTORNO SECTION.
           MOVE "E"           TO PGT-SITUACAO.
           MOVE WRK-DATA-HOJE TO PGT-DATA-ESTORNO.
           REWRITE REG-PAGAMENTO
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A LINHA DE PAGAMENTO "
                           "- FS " FS-PAGAMENTOS
               NOT INVALID KEY
                   PERFORM 0246-ACERTAR-ESTORNO
           END-REWRITE.

      *=== DESFAZ O CREDITO, DEVOLVE O SALDO A FATURA E ANOTA O
      *=== ESTORNO NO JORNAL
       0246-ACERTAR-ESTORNO  SECTION.
      *=== EXCEDENTE SAI DO CREDITO (JA CONFERIDO); ABATIMENTO DE
      *=== CREDITO ESTORNADO DEVOLVE O VALOR AO CREDITO DO CLIENTE
           IF PGT-EXCEDENTE GREATER ZEROS
               SUBTRACT PGT-EXCEDENTE FROM CRD-SALDO
               MOVE WRK-DATA-HOJE TO CRD-DATA-ULT-MOV
               REWRITE REG-CREDITO
           END-IF.
           IF PAGAMENTO-CREDITO
               MOVE FAT-CHAVE-CLI TO CRD-CHAVE-CLI
               READ CREDITOS
                   KEY IS CRD-CHAVE-CLI
                   INVALID KEY
                       MOVE FAT-CLIENTE   TO CRD-NOME
                       MOVE PGT-VALOR     TO CRD-SALDO
                       MOVE WRK-DATA-HOJE TO CRD-DATA-ULT-MOV
                       WRITE REG-CREDITO
                   NOT INVALID KEY
                       ADD PGT-VALOR      TO CRD-SALDO
                       MOVE WRK-DATA-HOJE TO CRD-DATA-ULT-MOV
                       REWRITE REG-CREDITO
               END-READ
           END-IF.
           IF (PGT-EXCEDENTE GREATER ZEROS OR PAGAMENTO-CREDITO)
              AND FS-CREDITOS NOT EQUAL 00
               DISPLAY "AVISO: CREDITO DE " FAT-CLIENTE
                       " NAO ACERTADO - FS " FS-CREDITOS
           END-IF.

           ADD PGT-PRINCIPAL TO FAT-SALDO.
           SUBTRACT PGT-VALOR FROM FAT-VALOR-PAGO.
           EVALUATE TRUE
               WHEN FAT-SALDO EQUAL ZEROS
                   MOVE "L" TO FAT-STATUS
               WHEN FAT-SALDO EQUAL FAT-VALOR
                   MOVE "A" TO FAT-STATUS
               WHEN OTHER
                   MOVE "P" TO FAT-STATUS
           END-EVALUATE.
           MOVE PGT-SEQ    TO WRK-SEQ-ESTORNO.
           MOVE PGT-VALOR  TO WRK-JRN-VALOR.
           PERFORM 0247-RECOMPOR-DATA-PGTO.
           REWRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A FATURA " FAT-NUMERO
                           " - FS " FS-RECEBER
           END-REWRITE.

           MOVE "ESTORNO"        TO WRK-JRN-OPERACAO.
           MOVE WRK-SEQ-ESTORNO  TO WRK-JRN-SEQ.
           MOVE WRK-DATA-HOJE    TO WRK-JRN-DATA-MOV.
           MOVE WRK-MOTIVO-COD   TO WRK-JRN-MOTIVO-COD.
           MOVE WRK-MOTIVO-TEXTO TO WRK-JRN-MOTIVO.
           PERFORM 9200-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-ESTORNOS.
           IF NOT FATURA-EM-REAL
               PERFORM 0248-ESTORNAR-VARIACAO
           END-IF.

           MOVE FAT-SALDO TO WRK-VALOR-ED.
           DISPLAY "PAGAMENTO " WRK-SEQ-ESTORNO " DA FATURA "
                   FAT-NUMERO " ESTORNADO - SALDO " WRK-VALOR-ED
                   " STATUS " FAT-STATUS.

      *=== A DATA DO ULTIMO PAGAMENTO DA FATURA PASSA A SER A DA
      *=== ULTIMA LINHA NAO ESTORNADA (ZERO SE NAO SOBROU NENHUMA)
       0247-RECOMPOR-DATA-PGTO SECTION.
           MOVE ZEROS      TO WRK-ULTIMA-DATA-PGTO.
           MOVE FAT-NUMERO TO PGT-NUMERO.
           MOVE ZEROS      TO PGT-SEQ.
           START PAGAMENTOS KEY IS NOT LESS THAN PGT-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF FS-PAGAMENTOS EQUAL 00
               READ PAGAMENTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                      OR PGT-NUMERO NOT EQUAL FAT-NUMERO
               IF NOT PAGAMENTO-ESTORNADO
                  AND PGT-DATA GREATER WRK-ULTIMA-DATA-PGTO
                   MOVE PGT-DATA TO WRK-ULTIMA-DATA-PGTO
               END-IF
               READ PAGAMENTOS NEXT RECORD
           END-PERFORM.
           MOVE WRK-ULTIMA-DATA-PGTO TO FAT-DATA-PGTO.

      *=== A VARIACAO CAMBIAL DA LINHA ESTORNADA E DESFEITA POR UMA
      *=== COPIA DELA TIPO "E" COM A DATA E O OPERADOR DO ESTORNO
       0248-ESTORNAR-VARIACAO SECTION.
           MOVE "N" TO WRK-VAR-ACHADA.
           OPEN INPUT VARCAMB.
           IF FS-VARCAMB EQUAL 00
               READ VARCAMB
               PERFORM UNTIL FS-VARCAMB NOT EQUAL 00
                   IF VAR-NUMERO EQUAL FAT-NUMERO
                      AND VAR-SEQ EQUAL WRK-SEQ-ESTORNO
                      AND VARIACAO-DA-BAIXA
                       MOVE REG-VARCAMB TO WRK-VAR-SALVA
                       MOVE "S"         TO WRK-VAR-ACHADA
                   END-IF
                   READ VARCAMB
               END-PERFORM
               CLOSE VARCAMB
           END-IF.
           IF VARIACAO-ACHADA
               OPEN EXTEND VARCAMB
               IF FS-VARCAMB NOT EQUAL 00
                   DISPLAY "AVISO: VARIACAO_CAMBIAL.DAT NAO ABRIU - FS "
                           FS-VARCAMB " - ESTORNO DA VARIACAO NAO "
                           "GRAVADO"
               ELSE
                   MOVE WRK-VAR-SALVA    TO REG-VARCAMB
                   MOVE WRK-DATA-HOJE    TO VAR-DATA
                   MOVE "E"              TO VAR-TIPO
                   MOVE WRK-JRN-OPERADOR TO VAR-OPERADOR
                   WRITE REG-VARCAMB
                   CLOSE VARCAMB
                   DISPLAY "VARIACAO CAMBIAL DA LINHA ESTORNADA"
               END-IF
           END-IF.

      *=== AGING POR CLIENTE: O SALDO DE CADA FATURA ABERTA OU PARCIAL
      *=== CAI NUMA FAIXA PELO ATRASO CONTRA O VENCIMENTO
       0230-AGING            SECTION.
           MOVE ZEROS TO WRK-QTD-AGING.

           PERFORM 0215-POSICIONAR-INICIO.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF FATURA-ABERTA OR FATURA-PARCIAL
                   PERFORM 0235-ACUMULAR-AGING
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

           DISPLAY "==== AGING POR CLIENTE (EM DIA/30/60/90/90+) "

           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL ZEROS
                   ADD FAT-SALDO TO WRK-AGE-EM-DIA(WRK-IND-AGE-ACH)
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL 30
                   ADD FAT-SALDO TO WRK-AGE-ATE-30(WRK-IND-AGE-ACH)
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL 60
                   ADD FAT-SALDO TO WRK-AGE-ATE-60(WRK-IND-AGE-ACH)
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL 90
                   ADD FAT-SALDO TO WRK-AGE-ATE-90(WRK-IND-AGE-ACH)
               WHEN OTHER
                   ADD FAT-SALDO TO WRK-AGE-MAIS-90(WRK-IND-AGE-ACH)
           END-EVALUATE.

      *=== CADA BAIXA JA FOI REGRAVADA PELA CHAVE NA HORA
       0300-FINALIZAR        SECTION.
           CLOSE RECEBER
                 PAGAMENTOS
                 CREDITOS.
           DISPLAY "BAIXAS NA SESSAO....... " WRK-QTD-BAIXAS.
           DISPLAY "ESTORNOS NA SESSAO..... " WRK-QTD-ESTORNOS.
           DISPLAY "FIM DE PROGRAMA".

       COPY "FATPGPR.cpy".
       COPY "FATJRPR.cpy".
       COPY "FATENCPR.cpy".
       COPY "FATFCPR.cpy".
       COPY "FATMOEPR.cpy".
