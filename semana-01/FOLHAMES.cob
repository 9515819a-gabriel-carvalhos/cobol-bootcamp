       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAMES.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: FOLHA DE PAGAMENTO MENSAL SOBRE O CADASTRO DE
      *==            FUNCIONARIOS: PARA A COMPETENCIA PEDIDA (AAAAMM)
      *==            LE OS LANCAMENTOS DO MES EM FOLHA_VARIAVEIS.DAT
      *==            (HORAS EXTRAS, FALTAS, ADIANTAMENTOS, OUTROS
      *==            PROVENTOS E DESCONTOS), CALCULA BRUTO, INSS PELA
      *==            TABELA PROGRESSIVA (INSFAIXA), IR SOBRE A BASE
      *==            DEPOIS DO INSS E DA DEDUCAO DOS DEPENDENTES
      *==            (IRFAIXA) E LIQUIDO DE CADA FUNCIONARIO, GRAVA O
      *==            RESULTADO EM FOLHA_HIST.DAT, EMITE O HOLERITE DE
      *==            CADA UM EM HOLERITES_AAAAMM.TXT E A FOLHA DO MES
      *==            POR DEPARTAMENTO, COM SUBTOTAIS E TOTAL DA EMPRESA,
      *==            EM FOLHA_AAAAMM.TXT
      *==  DATA: 22/08/2025
      *==  OBSERVACOES: MES COMERCIAL DE 30 DIAS: QUEM FOI ADMITIDO OU
      *==               DESLIGADO NA COMPETENCIA RECEBE PELOS DIAS DO
      *==               PERIODO; QUEM ENTROU DEPOIS OU SAIU ANTES FICA
      *==               FORA. VALOR DA HORA = SALARIO BASE / 220; HORA
      *==               EXTRA A 50%; FALTA DESCONTA 1/30 DO SALARIO
      *==               BASE POR DIA. RODAR DE NOVO UMA COMPETENCIA JA
      *==               CALCULADA PEDE CONFIRMACAO E SUBSTITUI O
      *==               HISTORICO DELA. O FOLHAIR CONTINUA SENDO A
      *==               ESTIMATIVA RAPIDA DE IR SOBRE O SALARIO BASE
      *==  ALTERACOES
      *==  25/08/2025 GC: COMPETENCIA COM LIQUIDO JA ENVIADO AO BANCO
      *==               PELO FOLCRED (REMETIDO, CREDITADO OU REJEITADO)
      *==               NAO PODE MAIS SER RECALCULADA
      *==  27/08/2025 GC: 13O SALARIO: A RUBRICA "DT" DE
      *==               FOLHA_VARIAVEIS.DAT TRAZ O VALOR DO 13O PAGO NA
      *==               COMPETENCIA, QUE TEM INSS E IR PROPRIOS
      *==               (TRIBUTACAO EXCLUSIVA, MESMAS TABELAS, FORA DO
      *==               BRUTO DO MES) GUARDADOS A PARTE NO HISTORICO
      *==               PARA O INFORME DE RENDIMENTOS (INFREND). NO
      *==               HOLERITE SAEM EM LINHAS PROPRIAS E NA FOLHA DO
      *==               MES ENTRAM NAS COLUNAS DE BRUTO, INSS E IR
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE FUNCIONARIOS, LIDO NA ORDEM DA MATRICULA
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

      *=== LANCAMENTOS DO MES DIGITADOS PELO RH
           SELECT VARIAVEIS ASSIGN
           TO "..\dados\FOLHA_VARIAVEIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VARIAVEIS.

      *=== HISTORICO DA FOLHA: COMPETENCIA + MATRICULA
           SELECT FOLHIST ASSIGN
           TO "..\dados\FOLHA_HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLH-CHAVE
               FILE STATUS IS FS-FOLHIST.

      *=== HOLERITES DO MES (1 BLOCO POR FUNCIONARIO)
           SELECT HOLERITES ASSIGN
           TO WRK-HOLERITES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLERITES.

      *=== FOLHA DO MES POR DEPARTAMENTO
           SELECT REGISTRO ASSIGN
           TO WRK-REGISTRO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

      *=== ARQUIVO DE TRABALHO DO SORT DA FOLHA DO MES
           SELECT ORDENACAO ASSIGN
           TO "..\dados\FOLHA.SRT".

       DATA DIVISION.
       FILE                  SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       FD  VARIAVEIS.
           COPY "FOLVAR.cpy".

       FD  FOLHIST.
           COPY "FOLHIST.cpy".

       FD  HOLERITES.
       01  REG-HOLERITE                PIC X(080).

       FD  REGISTRO.
       01  REG-REGISTRO                PIC X(120).

      *=== REGISTRO DO SORT: DEPARTAMENTO E MATRICULA
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05  SRT-DEPARTAMENTO        PIC X(010).
           05  SRT-MATRICULA           PIC 9(006).

       WORKING-STORAGE       SECTION.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.
       77  FS-VARIAVEIS         PIC 9(002) VALUE ZEROS.
       77  FS-FOLHIST           PIC 9(002) VALUE ZEROS.
       77  FS-HOLERITES         PIC 9(002) VALUE ZEROS.
       77  FS-REGISTRO          PIC 9(002) VALUE ZEROS.

       77  WRK-HOLERITES-PATH   PIC X(040) VALUE SPACES.
       77  WRK-REGISTRO-PATH    PIC X(040) VALUE SPACES.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE SPACE.
           88  CONFIRMADO                  VALUE "S" "s".

      *=== COMPETENCIA PEDIDA (AAAAMM)
       01  WRK-COMPETENCIA.
           05  WRK-COMP-ANO         PIC 9(004).
           05  WRK-COMP-MES         PIC 9(002).
       01  WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA
                                PIC 9(006).

      *=== DATA DO CADASTRO DESMONTADA PARA COMPARAR COM A COMPETENCIA
       01  WRK-DATA-AUX.
           05  WRK-AUX-ANOMES       PIC 9(006).
           05  WRK-AUX-DIA          PIC 9(002).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX
                                PIC 9(008).

      *=== TABELAS DE FAIXAS DO INSS E DO IR
           COPY "INSFAIXA.cpy".
           COPY "IRFAIXA.cpy".

      *=== LANCAMENTOS DA COMPETENCIA; O INDICADOR MARCA OS QUE FORAM
      *=== USADOS NA FOLHA DE ALGUM FUNCIONARIO
       77  WRK-VAR-MAX          PIC 9(004) VALUE 500.
       77  WRK-VAR-QTD          PIC 9(004) VALUE ZEROS.
       77  WRK-VAR-IND          PIC 9(004) VALUE ZEROS.
       77  WRK-VAR-DESPREZADOS  PIC 9(004) VALUE ZEROS.
       01  WRK-TAB-VARIAVEIS.
           05  WRK-VAR-ITEM OCCURS 500 TIMES.
               10  WRK-TV-MATRICULA     PIC 9(006).
               10  WRK-TV-RUBRICA       PIC X(002).
               10  WRK-TV-QUANTIDADE    PIC 9(003)V99.
               10  WRK-TV-VALOR         PIC 9(008)V99.
               10  WRK-TV-USADO         PIC X(001).

      *=== PERIODO DO FUNCIONARIO NA COMPETENCIA
       77  WRK-NO-MES           PIC X(001) VALUE "N".
           88  FUNCIONARIO-NO-MES          VALUE "S".
       77  WRK-DIA-INICIO       PIC 9(002) VALUE ZEROS.
       77  WRK-DIA-FIM          PIC 9(002) VALUE ZEROS.

      *=== CALCULO DO FUNCIONARIO CORRENTE
       77  WRK-VALOR-HORA       PIC 9(006)V9(4) VALUE ZEROS.
       77  WRK-DESCONTOS        PIC S9(009)V99 VALUE ZEROS.
       77  WRK-CALCULO          PIC S9(009)V99 VALUE ZEROS.
       77  WRK-INSS-CALC        PIC 9(008)V9(4) VALUE ZEROS.
       77  WRK-INSS-PISO        PIC 9(005)V99 VALUE ZEROS.
       77  WRK-INSS-PARCELA     PIC 9(005)V99 VALUE ZEROS.
       77  WRK-BASE-INSS        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-INSS       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-BASE-IR          PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-IR         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LINHA-BRUTO      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LINHA-INSS       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LINHA-IR         PIC 9(008)V99 VALUE ZEROS.
       77  WRK-TOTAL-PROVENTOS  PIC 9(008)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESCONTOS  PIC 9(008)V99 VALUE ZEROS.
       77  WRK-RUB-PROVENTO     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-RUB-DESCONTO     PIC 9(008)V99 VALUE ZEROS.

      *=== CONTADORES DO LOTE
       77  WRK-QTD-APAGADOS     PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-NO-BANCO     PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-CALCULADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-FORA         PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-INCOMPLETOS  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-LIQ-ZERADO   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-AVISOS       PIC 9(004) VALUE ZEROS.

      *=== QUEBRA POR DEPARTAMENTO E TOTAIS DA FOLHA DO MES
       77  WRK-FIM-SORT         PIC X(001) VALUE "N".
       77  WRK-DEPTO-ABERTO     PIC X(001) VALUE "N".
           88  DEPTO-EM-CURSO              VALUE "S".
       77  WRK-DEPTO-ATUAL      PIC X(010) VALUE SPACES.
       01  WRK-TOTAIS-DEPTO.
           05  WRK-TD-PESSOAS       PIC 9(004).
           05  WRK-TD-BRUTO         PIC 9(010)V99.
           05  WRK-TD-INSS          PIC 9(010)V99.
           05  WRK-TD-IR            PIC 9(010)V99.
           05  WRK-TD-DESCONTOS     PIC 9(010)V99.
           05  WRK-TD-LIQUIDO       PIC 9(010)V99.
       01  WRK-TOTAIS-EMPRESA.
           05  WRK-TE-PESSOAS       PIC 9(004).
           05  WRK-TE-BRUTO         PIC 9(010)V99.
           05  WRK-TE-INSS          PIC 9(010)V99.
           05  WRK-TE-IR            PIC 9(010)V99.
           05  WRK-TE-DESCONTOS     PIC 9(010)V99.
           05  WRK-TE-LIQUIDO       PIC 9(010)V99.

      *=== LINHA DE RUBRICA DO HOLERITE: DESCRICAO, REFERENCIA
      *=== (HORAS OU DIAS), PROVENTO E DESCONTO
       01  WRK-LIN-ITEM.
           05  HOL-DESCRICAO       PIC X(030).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  HOL-REFERENCIA      PIC ZZ9,99 BLANK WHEN ZERO.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  HOL-PROVENTO        PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  HOL-DESCONTO        PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

      *=== CAMPOS EDITADOS DO CABECALHO E DO RODAPE DO HOLERITE
       77  WRK-DATA-ED          PIC 99/99/9999 VALUE ZEROS.
       77  WRK-DATA-INV         PIC 9(008) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED2        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED           PIC ZZZ9 VALUE ZEROS.
       77  WRK-DIAS-ED          PIC Z9 VALUE ZEROS.
       01  WRK-COMP-ED.
           05  WRK-COMP-ED-MES      PIC 9(002).
           05  FILLER               PIC X(001) VALUE "/".
           05  WRK-COMP-ED-ANO      PIC 9(004).

      *=== LINHA DA FOLHA DO MES: MATRICULA, NOME, BRUTO, INSS, IR,
      *=== DEMAIS DESCONTOS E LIQUIDO
       01  WRK-LIN-REGISTRO.
           05  FRG-MATRICULA       PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRG-NOME            PIC X(025).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRG-BRUTO           PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRG-INSS            PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRG-IR              PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRG-DESCONTOS       PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRG-LIQUIDO         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *=== LINHA DE TOTAL (DEPARTAMENTO OU EMPRESA) NAS MESMAS COLUNAS
       01  WRK-LIN-TOTAL.
           05  FRT-TITULO          PIC X(032).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRT-BRUTO           PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRT-INSS            PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRT-IR              PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRT-DESCONTOS       PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  FRT-LIQUIDO         PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CALCULAR-FOLHA.
           SORT ORDENACAO
               ON ASCENDING KEY SRT-DEPARTAMENTO
                                SRT-MATRICULA
               INPUT PROCEDURE IS 0400-SELECIONAR-FOLHA
               OUTPUT PROCEDURE IS 0500-EMITIR-REGISTRO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *=== PEDE A COMPETENCIA, ABRE OS ARQUIVOS E CARREGA OS
      *=== LANCAMENTOS DO MES
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): ".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES LESS 01
              OR WRK-COMP-MES GREATER 12
              OR WRK-COMP-ANO LESS 2000
               DISPLAY "COMPETENCIA INVALIDA - FOLHA NAO CALCULADA"
               STOP RUN
           END-IF.
           IF WRK-COMPETENCIA-N GREATER WRK-DATA-HOJE(1:6)
               DISPLAY "COMPETENCIA FUTURA - FOLHA NAO CALCULADA"
               STOP RUN
           END-IF.
           MOVE WRK-COMP-MES TO WRK-COMP-ED-MES.
           MOVE WRK-COMP-ANO TO WRK-COMP-ED-ANO.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO PODE SER ABERTO - FS "
                       FS-FUNCIONARIOS
               STOP RUN
           END-IF.

      *=== SEM O HISTORICO (1A FOLHA CALCULADA), O ARQUIVO E CRIADO
           OPEN I-O FOLHIST.
           IF FS-FOLHIST EQUAL 35
               OPEN OUTPUT FOLHIST
               CLOSE FOLHIST
               OPEN I-O FOLHIST
           END-IF.
           IF FS-FOLHIST NOT EQUAL 00
               DISPLAY "FOLHA_HIST.DAT NAO PODE SER ABERTO - FS "
                       FS-FOLHIST
               CLOSE FUNCIONARIOS
               STOP RUN
           END-IF.

      *=== COMPETENCIA JA CALCULADA: SO RECALCULA COM CONFIRMACAO
           MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA.
           MOVE ZEROS             TO FLH-MATRICULA.
           START FOLHIST KEY IS NOT LESS THAN FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               READ FOLHIST NEXT RECORD
           END-IF.
           IF FS-FOLHIST EQUAL 00
              AND FLH-COMPETENCIA EQUAL WRK-COMPETENCIA-N
               PERFORM 0140-VERIFICAR-CREDITO
               IF WRK-QTD-NO-BANCO GREATER ZEROS
                   DISPLAY "COMPETENCIA " WRK-COMP-ED " JA TEM "
                           WRK-QTD-NO-BANCO " LIQUIDOS ENVIADOS AO "
                           "BANCO (FOLCRED) - FOLHA NAO RECALCULADA"
                   CLOSE FUNCIONARIOS
                   CLOSE FOLHIST
                   STOP RUN
               END-IF
               DISPLAY "COMPETENCIA " WRK-COMP-ED
                       " JA CALCULADA - RECALCULAR (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF NOT CONFIRMADO
                   DISPLAY "FOLHA NAO RECALCULADA"
                   CLOSE FUNCIONARIOS
                   CLOSE FOLHIST
                   STOP RUN
               END-IF
               PERFORM 0150-APAGAR-COMPETENCIA
           END-IF.

           PERFORM 0160-CARREGAR-VARIAVEIS.

           MOVE SPACES TO WRK-HOLERITES-PATH.
           STRING "..\dados\HOLERITES_" DELIMITED BY SIZE
                  WRK-COMPETENCIA       DELIMITED BY SIZE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WRK-HOLERITES-PATH.
           OPEN OUTPUT HOLERITES.
           IF FS-HOLERITES NOT EQUAL 00
               DISPLAY WRK-HOLERITES-PATH
                       " NAO PODE SER CRIADO - FS " FS-HOLERITES
               CLOSE FUNCIONARIOS
               CLOSE FOLHIST
               STOP RUN
           END-IF.

      *=== CONTA OS LIQUIDOS DA COMPETENCIA QUE JA FORAM AO BANCO E
      *=== VOLTA AO PRIMEIRO REGISTRO DELA
       0140-VERIFICAR-CREDITO SECTION.
           MOVE ZEROS TO WRK-QTD-NO-BANCO.
           PERFORM UNTIL FS-FOLHIST NOT EQUAL 00
                      OR FLH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA-N
               IF NOT PGTO-PENDENTE
                   ADD 1 TO WRK-QTD-NO-BANCO
               END-IF
               READ FOLHIST NEXT RECORD
           END-PERFORM.

           MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA.
           MOVE ZEROS             TO FLH-MATRICULA.
           START FOLHIST KEY IS NOT LESS THAN FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               READ FOLHIST NEXT RECORD
           END-IF.

      *=== APAGA O HISTORICO DA COMPETENCIA QUE SERA RECALCULADA (O
      *=== PRIMEIRO REGISTRO DELA JA ESTA LIDO)
       0150-APAGAR-COMPETENCIA SECTION.
           PERFORM UNTIL FS-FOLHIST NOT EQUAL 00
                      OR FLH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA-N
               DELETE FOLHIST RECORD
               IF FS-FOLHIST EQUAL 00
                   ADD 1 TO WRK-QTD-APAGADOS
               END-IF
               READ FOLHIST NEXT RECORD
           END-PERFORM.
           DISPLAY "REGISTROS ANTERIORES APAGADOS: " WRK-QTD-APAGADOS.

      *=== GUARDA EM MEMORIA OS LANCAMENTOS DA COMPETENCIA; SEM O
      *=== ARQUIVO A FOLHA SAI SO COM O SALARIO
       0160-CARREGAR-VARIAVEIS SECTION.
           OPEN INPUT VARIAVEIS.
           IF FS-VARIAVEIS NOT EQUAL 00
               DISPLAY "AVISO: FOLHA_VARIAVEIS.DAT NAO ENCONTRADO - "
                       "FOLHA SEM LANCAMENTOS DO MES"
           ELSE
               READ VARIAVEIS
               PERFORM UNTIL FS-VARIAVEIS NOT EQUAL 00
                   IF VAR-COMPETENCIA EQUAL WRK-COMPETENCIA-N
                       IF WRK-VAR-QTD LESS WRK-VAR-MAX
                           ADD 1 TO WRK-VAR-QTD
                           MOVE VAR-MATRICULA
                             TO WRK-TV-MATRICULA(WRK-VAR-QTD)
                           MOVE VAR-RUBRICA
                             TO WRK-TV-RUBRICA(WRK-VAR-QTD)
                           MOVE VAR-QUANTIDADE
                             TO WRK-TV-QUANTIDADE(WRK-VAR-QTD)
                           MOVE VAR-VALOR
                             TO WRK-TV-VALOR(WRK-VAR-QTD)
                           MOVE "N" TO WRK-TV-USADO(WRK-VAR-QTD)
                       ELSE
                           ADD 1 TO WRK-VAR-DESPREZADOS
                       END-IF
                   END-IF
                   READ VARIAVEIS
               END-PERFORM
               CLOSE VARIAVEIS
           END-IF.
           DISPLAY "LANCAMENTOS DA COMPETENCIA: " WRK-VAR-QTD.
           IF WRK-VAR-DESPREZADOS GREATER ZEROS
               DISPLAY "AVISO: " WRK-VAR-DESPREZADOS
                       " LANCAMENTOS ALEM DE " WRK-VAR-MAX
                       " FICARAM FORA DA FOLHA"
           END-IF.

      *=== PERCORRE O CADASTRO: CALCULA, GRAVA O HISTORICO E EMITE O
      *=== HOLERITE DE QUEM ESTEVE NA EMPRESA NA COMPETENCIA
       0200-CALCULAR-FOLHA   SECTION.
           READ FUNCIONARIOS NEXT RECORD.
           PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
               PERFORM 0210-VERIFICAR-PERIODO
               IF FUNCIONARIO-NO-MES
                   PERFORM 0220-SOMAR-VARIAVEIS
                   PERFORM 0230-CALCULAR-PROVENTOS
                   PERFORM 0240-CALCULAR-INSS
                   PERFORM 0250-CALCULAR-IR
                   PERFORM 0258-CALCULAR-13O
                   PERFORM 0260-CALCULAR-LIQUIDO
                   PERFORM 0270-GRAVAR-HISTORICO
                   PERFORM 0280-EMITIR-HOLERITE
                   ADD 1 TO WRK-QTD-CALCULADOS
               ELSE
                   ADD 1 TO WRK-QTD-FORA
               END-IF
               READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.

           PERFORM 0290-CONFERIR-VARIAVEIS.

           CLOSE FUNCIONARIOS.
           CLOSE HOLERITES.

      *=== DIAS DO FUNCIONARIO NA COMPETENCIA (MES DE 30 DIAS)
       0210-VERIFICAR-PERIODO SECTION.
           MOVE "S" TO WRK-NO-MES.
           MOVE 01  TO WRK-DIA-INICIO.
           MOVE 30  TO WRK-DIA-FIM.

           IF FUN-DATA-ADMISSAO EQUAL ZEROS
               IF FUNCIONARIO-INCOMPLETO
                   ADD 1 TO WRK-QTD-INCOMPLETOS
                   DISPLAY "AVISO: MATRICULA " FUN-MATRICULA
                           " SEM DATA DE ADMISSAO - CALCULADA COM 30"
                           " DIAS (COMPLETAR PELO FUNMANU)"
               END-IF
           ELSE
               MOVE FUN-DATA-ADMISSAO TO WRK-DATA-AUX-N
               IF WRK-AUX-ANOMES GREATER WRK-COMPETENCIA-N
                   MOVE "N" TO WRK-NO-MES
               ELSE
               IF WRK-AUX-ANOMES EQUAL WRK-COMPETENCIA-N
                   MOVE WRK-AUX-DIA TO WRK-DIA-INICIO
               END-IF
               END-IF
           END-IF.

           IF FUNCIONARIO-DESLIGADO
               MOVE FUN-DATA-DESLIGAMENTO TO WRK-DATA-AUX-N
               IF WRK-AUX-ANOMES LESS WRK-COMPETENCIA-N
                   MOVE "N" TO WRK-NO-MES
               ELSE
               IF WRK-AUX-ANOMES EQUAL WRK-COMPETENCIA-N
                  AND WRK-AUX-DIA LESS 30
                   MOVE WRK-AUX-DIA TO WRK-DIA-FIM
               END-IF
               END-IF
           ELSE
           IF NOT FUNCIONARIO-NA-FOLHA
               MOVE "N" TO WRK-NO-MES
           END-IF
           END-IF.

           IF WRK-DIA-INICIO GREATER 30
               MOVE 30 TO WRK-DIA-INICIO
           END-IF.
           IF WRK-DIA-FIM LESS WRK-DIA-INICIO
               MOVE "N" TO WRK-NO-MES
           END-IF.

      *=== SOMA OS LANCAMENTOS DA MATRICULA POR RUBRICA; RUBRICA
      *=== DESCONHECIDA FICA SEM USO E E AVISADA NO FIM
       0220-SOMAR-VARIAVEIS  SECTION.
           INITIALIZE REG-FOLHIST.
           MOVE WRK-COMPETENCIA-N   TO FLH-COMPETENCIA.
           MOVE FUN-MATRICULA       TO FLH-MATRICULA.
           MOVE FUN-NOME            TO FLH-NOME.
           MOVE FUN-DEPARTAMENTO    TO FLH-DEPARTAMENTO.
           MOVE FUN-CARGO           TO FLH-CARGO.
           MOVE FUN-SALARIO-BASE    TO FLH-SALARIO-BASE.
           MOVE FUN-QTD-DEPENDENTES TO FLH-QTD-DEPENDENTES.
           MOVE WRK-DATA-HOJE       TO FLH-DATA-CALCULO.
           COMPUTE FLH-DIAS-TRABALHADOS =
               WRK-DIA-FIM - WRK-DIA-INICIO + 1.

           PERFORM VARYING WRK-VAR-IND FROM 1 BY 1
                     UNTIL WRK-VAR-IND GREATER WRK-VAR-QTD
               IF WRK-TV-MATRICULA(WRK-VAR-IND) EQUAL FUN-MATRICULA
                   MOVE WRK-TV-RUBRICA(WRK-VAR-IND) TO VAR-RUBRICA
                   MOVE "S" TO WRK-TV-USADO(WRK-VAR-IND)
                   EVALUATE TRUE
                       WHEN VAR-HORA-EXTRA
                           ADD WRK-TV-QUANTIDADE(WRK-VAR-IND)
                            TO FLH-HORAS-EXTRAS
                       WHEN VAR-FALTA
                           ADD WRK-TV-QUANTIDADE(WRK-VAR-IND)
                            TO FLH-DIAS-FALTA
                       WHEN VAR-ADIANTAMENTO
                           ADD WRK-TV-VALOR(WRK-VAR-IND)
                            TO FLH-ADIANTAMENTO
                       WHEN VAR-OUTRO-PROVENTO
                           ADD WRK-TV-VALOR(WRK-VAR-IND)
                            TO FLH-OUTROS-PROVENTOS
                       WHEN VAR-OUTRO-DESCONTO
                           ADD WRK-TV-VALOR(WRK-VAR-IND)
                            TO FLH-OUTROS-DESCONTOS
                       WHEN VAR-DECIMO-TERCEIRO
                           ADD WRK-TV-VALOR(WRK-VAR-IND)
                            TO FLH-VALOR-13
                       WHEN OTHER
                           MOVE "R" TO WRK-TV-USADO(WRK-VAR-IND)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *=== SALARIO PELOS DIAS, HORAS EXTRAS A 50% SOBRE SALARIO/220,
      *=== FALTAS A 1/30 DO SALARIO POR DIA; O BRUTO NUNCA E NEGATIVO
       0230-CALCULAR-PROVENTOS SECTION.
           COMPUTE FLH-SALARIO-MES ROUNDED =
               FLH-SALARIO-BASE * FLH-DIAS-TRABALHADOS / 30.
           COMPUTE WRK-VALOR-HORA ROUNDED = FLH-SALARIO-BASE / 220.
           COMPUTE FLH-VALOR-EXTRAS ROUNDED =
               FLH-HORAS-EXTRAS * WRK-VALOR-HORA * 1,5.
           COMPUTE FLH-VALOR-FALTAS ROUNDED =
               FLH-DIAS-FALTA * FLH-SALARIO-BASE / 30.

           COMPUTE WRK-CALCULO =
               FLH-SALARIO-MES + FLH-VALOR-EXTRAS
               + FLH-OUTROS-PROVENTOS - FLH-VALOR-FALTAS.
           IF WRK-CALCULO LESS ZEROS
               MOVE ZEROS TO FLH-BRUTO
           ELSE
               MOVE WRK-CALCULO TO FLH-BRUTO
           END-IF.

      *=== INSS DO MES SOBRE O BRUTO
       0240-CALCULAR-INSS    SECTION.
           MOVE FLH-BRUTO TO WRK-BASE-INSS.
           PERFORM 0245-APLICAR-TABELA-INSS.
           MOVE WRK-VALOR-INSS TO FLH-INSS.

      *=== INSS PROGRESSIVO: CADA FAIXA TRIBUTA SO A PARTE DA BASE
      *=== ENTRE O TETO ANTERIOR E O DELA; ACIMA DO ULTIMO TETO NADA
       0245-APLICAR-TABELA-INSS SECTION.
           MOVE ZEROS TO WRK-INSS-CALC.
           MOVE ZEROS TO WRK-INSS-PISO.
           PERFORM VARYING WRK-INSS-IND FROM 1 BY 1
                     UNTIL WRK-INSS-IND GREATER WRK-INSS-QTD
                        OR WRK-BASE-INSS NOT GREATER WRK-INSS-PISO
               IF WRK-BASE-INSS GREATER WRK-INSS-TETO(WRK-INSS-IND)
                   COMPUTE WRK-INSS-PARCELA =
                       WRK-INSS-TETO(WRK-INSS-IND) - WRK-INSS-PISO
               ELSE
                   COMPUTE WRK-INSS-PARCELA =
                       WRK-BASE-INSS - WRK-INSS-PISO
               END-IF
               COMPUTE WRK-INSS-CALC = WRK-INSS-CALC
                   + (WRK-INSS-PARCELA
                      * WRK-INSS-ALIQUOTA(WRK-INSS-IND) / 100)
               MOVE WRK-INSS-TETO(WRK-INSS-IND) TO WRK-INSS-PISO
           END-PERFORM.
           COMPUTE WRK-VALOR-INSS ROUNDED = WRK-INSS-CALC.

      *=== IR DO MES: A BASE E O BRUTO MENOS O INSS E A DEDUCAO DOS
      *=== DEPENDENTES
       0250-CALCULAR-IR      SECTION.
           COMPUTE WRK-CALCULO =
               FLH-BRUTO - FLH-INSS
               - (FLH-QTD-DEPENDENTES * WRK-DEDUCAO-DEP).
           IF WRK-CALCULO LESS ZEROS
               MOVE ZEROS TO FLH-BASE-IR
           ELSE
               MOVE WRK-CALCULO TO FLH-BASE-IR
           END-IF.
           MOVE FLH-BASE-IR TO WRK-BASE-IR.
           PERFORM 0255-APLICAR-TABELA-IR.
           MOVE WRK-VALOR-IR TO FLH-IR.

      *=== IR COMO NO FOLHAIR: A PRIMEIRA FAIXA CUJO TETO COMPORTA A
      *=== BASE DA A ALIQUOTA E A PARCELA; IMPOSTO NEGATIVO VIRA ZERO
       0255-APLICAR-TABELA-IR SECTION.
           MOVE 1 TO WRK-FAIXA-IND.
           PERFORM VARYING WRK-FAIXA-IND FROM 1 BY 1
                     UNTIL WRK-FAIXA-IND GREATER WRK-FAIXA-QTD
                        OR WRK-BASE-IR NOT GREATER
                           WRK-FAIXA-TETO(WRK-FAIXA-IND)
               CONTINUE
           END-PERFORM.
           IF WRK-FAIXA-IND GREATER WRK-FAIXA-QTD
               MOVE WRK-FAIXA-QTD TO WRK-FAIXA-IND
           END-IF.

           COMPUTE WRK-CALCULO ROUNDED =
               (WRK-BASE-IR
                * WRK-FAIXA-ALIQUOTA(WRK-FAIXA-IND) / 100)
               - WRK-FAIXA-DEDUCAO(WRK-FAIXA-IND).
           IF WRK-CALCULO LESS ZEROS
               MOVE ZEROS TO WRK-VALOR-IR
           ELSE
               MOVE WRK-CALCULO TO WRK-VALOR-IR
           END-IF.

      *=== 13O SALARIO: INSS E IR PROPRIOS, PELAS MESMAS TABELAS, SOBRE
      *=== O VALOR DO 13O (O IR DEPOIS DO INSS E DOS DEPENDENTES)
       0258-CALCULAR-13O     SECTION.
           IF FLH-VALOR-13 GREATER ZEROS
               MOVE FLH-VALOR-13 TO WRK-BASE-INSS
               PERFORM 0245-APLICAR-TABELA-INSS
               MOVE WRK-VALOR-INSS TO FLH-INSS-13
               COMPUTE WRK-CALCULO =
                   FLH-VALOR-13 - FLH-INSS-13
                   - (FLH-QTD-DEPENDENTES * WRK-DEDUCAO-DEP)
               IF WRK-CALCULO LESS ZEROS
                   MOVE ZEROS TO WRK-BASE-IR
               ELSE
                   MOVE WRK-CALCULO TO WRK-BASE-IR
               END-IF
               PERFORM 0255-APLICAR-TABELA-IR
               MOVE WRK-VALOR-IR TO FLH-IR-13
           END-IF.

      *=== LIQUIDO = BRUTO - INSS - IR - ADIANTAMENTO - OUTROS
      *=== DESCONTOS + 13O LIQUIDO DO INSS E DO IR DELE; SE OS
      *=== DESCONTOS PASSAM DO BRUTO, ZERA E AVISA
       0260-CALCULAR-LIQUIDO SECTION.
           COMPUTE WRK-CALCULO =
               FLH-BRUTO - FLH-INSS - FLH-IR
               - FLH-ADIANTAMENTO - FLH-OUTROS-DESCONTOS
               + FLH-VALOR-13 - FLH-INSS-13 - FLH-IR-13.
           IF WRK-CALCULO LESS ZEROS
               MOVE ZEROS TO FLH-LIQUIDO
               ADD 1 TO WRK-QTD-LIQ-ZERADO
               DISPLAY "AVISO: MATRICULA " FUN-MATRICULA
                       " COM DESCONTOS MAIORES QUE O BRUTO - LIQUIDO"
                       " ZERADO"
           ELSE
               MOVE WRK-CALCULO TO FLH-LIQUIDO
           END-IF.

       0270-GRAVAR-HISTORICO SECTION.
           WRITE REG-FOLHIST
               INVALID KEY
                   REWRITE REG-FOLHIST
           END-WRITE.
           IF FS-FOLHIST NOT EQUAL 00
               DISPLAY "ERRO AO GRAVAR FOLHA_HIST.DAT - MATRICULA "
                       FLH-MATRICULA " - FS " FS-FOLHIST
           END-IF.

      *=== HOLERITE: CABECALHO, RUBRICAS, TOTAIS, LIQUIDO E BASES
       0280-EMITIR-HOLERITE  SECTION.
           MOVE ALL "=" TO REG-HOLERITE.
           WRITE REG-HOLERITE.
           MOVE SPACES TO REG-HOLERITE.
           STRING "XPTO - RECIBO DE PAGAMENTO DE SALARIO"
                                           DELIMITED BY SIZE
                  "      COMPETENCIA "     DELIMITED BY SIZE
                  WRK-COMP-ED              DELIMITED BY SIZE
                  INTO REG-HOLERITE
           END-STRING.
           WRITE REG-HOLERITE.

           MOVE SPACES TO REG-HOLERITE.
           STRING "MATRICULA " DELIMITED BY SIZE
                  FUN-MATRICULA DELIMITED BY SIZE
                  "  NOME "    DELIMITED BY SIZE
                  FUN-NOME     DELIMITED BY SIZE
                  INTO REG-HOLERITE
           END-STRING.
           WRITE REG-HOLERITE.

           MOVE FUN-DATA-ADMISSAO(7:2) TO WRK-DATA-INV(1:2).
           MOVE FUN-DATA-ADMISSAO(5:2) TO WRK-DATA-INV(3:2).
           MOVE FUN-DATA-ADMISSAO(1:4) TO WRK-DATA-INV(5:4).
           MOVE WRK-DATA-INV TO WRK-DATA-ED.
           MOVE SPACES TO REG-HOLERITE.
           STRING "DEPTO "     DELIMITED BY SIZE
                  FUN-DEPARTAMENTO DELIMITED BY SIZE
                  "  CARGO "   DELIMITED BY SIZE
                  FUN-CARGO    DELIMITED BY SIZE
                  "  ADMISSAO " DELIMITED BY SIZE
                  WRK-DATA-ED  DELIMITED BY SIZE
                  INTO REG-HOLERITE
           END-STRING.
           WRITE REG-HOLERITE.

           MOVE ALL "-" TO REG-HOLERITE.
           WRITE REG-HOLERITE.
           MOVE SPACES TO REG-HOLERITE.
           STRING "DESCRICAO                      REFER.   "
                  DELIMITED BY SIZE
                  "    PROVENTOS       DESCONTOS" DELIMITED BY SIZE
                  INTO REG-HOLERITE
           END-STRING.
           WRITE REG-HOLERITE.

           MOVE ZEROS TO WRK-TOTAL-PROVENTOS.
           MOVE ZEROS TO WRK-TOTAL-DESCONTOS.

           MOVE "SALARIO"             TO HOL-DESCRICAO.
           MOVE FLH-DIAS-TRABALHADOS  TO HOL-REFERENCIA.
           MOVE FLH-SALARIO-MES       TO WRK-RUB-PROVENTO.
           MOVE ZEROS                 TO WRK-RUB-DESCONTO.
           PERFORM 0285-GRAVAR-RUBRICA.

           IF FLH-VALOR-EXTRAS GREATER ZEROS
               MOVE "HORAS EXTRAS 50%"  TO HOL-DESCRICAO
               MOVE FLH-HORAS-EXTRAS    TO HOL-REFERENCIA
               MOVE FLH-VALOR-EXTRAS    TO WRK-RUB-PROVENTO
               MOVE ZEROS               TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           IF FLH-OUTROS-PROVENTOS GREATER ZEROS
               MOVE "OUTROS PROVENTOS"   TO HOL-DESCRICAO
               MOVE ZEROS                TO HOL-REFERENCIA
               MOVE FLH-OUTROS-PROVENTOS TO WRK-RUB-PROVENTO
               MOVE ZEROS                TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           IF FLH-VALOR-13 GREATER ZEROS
               MOVE "13O SALARIO"       TO HOL-DESCRICAO
               MOVE ZEROS               TO HOL-REFERENCIA
               MOVE FLH-VALOR-13        TO WRK-RUB-PROVENTO
               MOVE ZEROS               TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           IF FLH-VALOR-FALTAS GREATER ZEROS
               MOVE "FALTAS"            TO HOL-DESCRICAO
               MOVE FLH-DIAS-FALTA      TO HOL-REFERENCIA
               MOVE ZEROS               TO WRK-RUB-PROVENTO
               MOVE FLH-VALOR-FALTAS    TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           MOVE "INSS"                TO HOL-DESCRICAO.
           MOVE ZEROS                 TO HOL-REFERENCIA.
           MOVE ZEROS                 TO WRK-RUB-PROVENTO.
           MOVE FLH-INSS              TO WRK-RUB-DESCONTO.
           PERFORM 0285-GRAVAR-RUBRICA.

           MOVE "IMPOSTO DE RENDA"    TO HOL-DESCRICAO.
           MOVE ZEROS                 TO HOL-REFERENCIA.
           MOVE ZEROS                 TO WRK-RUB-PROVENTO.
           MOVE FLH-IR                TO WRK-RUB-DESCONTO.
           PERFORM 0285-GRAVAR-RUBRICA.

           IF FLH-VALOR-13 GREATER ZEROS
               MOVE "INSS SOBRE 13O"    TO HOL-DESCRICAO
               MOVE ZEROS               TO HOL-REFERENCIA
               MOVE ZEROS               TO WRK-RUB-PROVENTO
               MOVE FLH-INSS-13         TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
               MOVE "IR SOBRE 13O"      TO HOL-DESCRICAO
               MOVE ZEROS               TO HOL-REFERENCIA
               MOVE ZEROS               TO WRK-RUB-PROVENTO
               MOVE FLH-IR-13           TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           IF FLH-ADIANTAMENTO GREATER ZEROS
               MOVE "ADIANTAMENTO"      TO HOL-DESCRICAO
               MOVE ZEROS               TO HOL-REFERENCIA
               MOVE ZEROS               TO WRK-RUB-PROVENTO
               MOVE FLH-ADIANTAMENTO    TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           IF FLH-OUTROS-DESCONTOS GREATER ZEROS
               MOVE "OUTROS DESCONTOS"   TO HOL-DESCRICAO
               MOVE ZEROS                TO HOL-REFERENCIA
               MOVE ZEROS                TO WRK-RUB-PROVENTO
               MOVE FLH-OUTROS-DESCONTOS TO WRK-RUB-DESCONTO
               PERFORM 0285-GRAVAR-RUBRICA
           END-IF.

           MOVE ALL "-" TO REG-HOLERITE.
           WRITE REG-HOLERITE.
           MOVE "TOTAIS"              TO HOL-DESCRICAO.
           MOVE ZEROS                 TO HOL-REFERENCIA.
           MOVE WRK-TOTAL-PROVENTOS   TO HOL-PROVENTO.
           MOVE WRK-TOTAL-DESCONTOS   TO HOL-DESCONTO.
           MOVE WRK-LIN-ITEM          TO REG-HOLERITE.
           WRITE REG-HOLERITE.

           MOVE FLH-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO REG-HOLERITE.
           STRING "VALOR LIQUIDO A RECEBER............"
                                      DELIMITED BY SIZE
                  "        "          DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
                  INTO REG-HOLERITE
           END-STRING.
           WRITE REG-HOLERITE.

           MOVE FLH-BRUTO   TO WRK-VALOR-ED.
           MOVE FLH-BASE-IR TO WRK-VALOR-ED2.
           MOVE FLH-QTD-DEPENDENTES TO WRK-DIAS-ED.
           MOVE SPACES TO REG-HOLERITE.
           STRING "BASE INSS "   DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
                  "  BASE IR "   DELIMITED BY SIZE
                  WRK-VALOR-ED2  DELIMITED BY SIZE
                  "  DEPENDENTES " DELIMITED BY SIZE
                  WRK-DIAS-ED    DELIMITED BY SIZE
                  INTO REG-HOLERITE
           END-STRING.
           WRITE REG-HOLERITE.
           MOVE SPACES TO REG-HOLERITE.
           WRITE REG-HOLERITE.

      *=== GRAVA A LINHA DE RUBRICA E ACUMULA OS TOTAIS DO HOLERITE
       0285-GRAVAR-RUBRICA   SECTION.
           MOVE WRK-RUB-PROVENTO TO HOL-PROVENTO.
           MOVE WRK-RUB-DESCONTO TO HOL-DESCONTO.
           ADD WRK-RUB-PROVENTO TO WRK-TOTAL-PROVENTOS.
           ADD WRK-RUB-DESCONTO TO WRK-TOTAL-DESCONTOS.
           MOVE WRK-LIN-ITEM TO REG-HOLERITE.
           WRITE REG-HOLERITE.

      *=== LANCAMENTO SEM FUNCIONARIO NA FOLHA OU COM RUBRICA
      *=== DESCONHECIDA NAO ENTROU EM NENHUM HOLERITE: AVISA
       0290-CONFERIR-VARIAVEIS SECTION.
           PERFORM VARYING WRK-VAR-IND FROM 1 BY 1
                     UNTIL WRK-VAR-IND GREATER WRK-VAR-QTD
               EVALUATE WRK-TV-USADO(WRK-VAR-IND)
                   WHEN "N"
                       ADD 1 TO WRK-QTD-AVISOS
                       DISPLAY "AVISO: LANCAMENTO DA MATRICULA "
                               WRK-TV-MATRICULA(WRK-VAR-IND)
                               " SEM FUNCIONARIO NA FOLHA - IGNORADO"
                   WHEN "R"
                       ADD 1 TO WRK-QTD-AVISOS
                       DISPLAY "AVISO: RUBRICA "
                               WRK-TV-RUBRICA(WRK-VAR-IND)
                               " DESCONHECIDA NA MATRICULA "
                               WRK-TV-MATRICULA(WRK-VAR-IND)
                               " - IGNORADA"
               END-EVALUATE
           END-PERFORM.

      *=== INPUT PROCEDURE DO SORT: OS REGISTROS DA COMPETENCIA NO
      *=== HISTORICO, POR DEPARTAMENTO E MATRICULA
       0400-SELECIONAR-FOLHA SECTION.
           MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA.
           MOVE ZEROS             TO FLH-MATRICULA.
           START FOLHIST KEY IS NOT LESS THAN FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               READ FOLHIST NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FOLHIST NOT EQUAL 00
                      OR FLH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA-N
               MOVE FLH-DEPARTAMENTO TO SRT-DEPARTAMENTO
               MOVE FLH-MATRICULA    TO SRT-MATRICULA
               RELEASE REG-ORDENACAO
               READ FOLHIST NEXT RECORD
           END-PERFORM.

      *=== OUTPUT PROCEDURE DO SORT: FOLHA DO MES COM QUEBRA POR
      *=== DEPARTAMENTO E TOTAL DA EMPRESA NO FIM
       0500-EMITIR-REGISTRO  SECTION.
           MOVE SPACES TO WRK-REGISTRO-PATH.
           STRING "..\dados\FOLHA_"     DELIMITED BY SIZE
                  WRK-COMPETENCIA       DELIMITED BY SIZE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WRK-REGISTRO-PATH.
           OPEN OUTPUT REGISTRO.
           IF FS-REGISTRO NOT EQUAL 00
               DISPLAY "AVISO: " WRK-REGISTRO-PATH
                       " NAO PODE SER CRIADO - FS " FS-REGISTRO
           ELSE
               PERFORM 0510-CABECALHO-REGISTRO
           END-IF.

           INITIALIZE WRK-TOTAIS-EMPRESA.
           MOVE "N" TO WRK-DEPTO-ABERTO.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
               RETURN ORDENACAO
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF NOT DEPTO-EM-CURSO
                          OR SRT-DEPARTAMENTO NOT EQUAL WRK-DEPTO-ATUAL
                           PERFORM 0530-FECHAR-DEPARTAMENTO
                           PERFORM 0520-ABRIR-DEPARTAMENTO
                       END-IF
                       PERFORM 0540-LINHA-FUNCIONARIO
               END-RETURN
           END-PERFORM.
           PERFORM 0530-FECHAR-DEPARTAMENTO.
           PERFORM 0550-TOTAL-EMPRESA.

           IF FS-REGISTRO EQUAL 00
               CLOSE REGISTRO
           END-IF.

       0510-CABECALHO-REGISTRO SECTION.
           MOVE SPACES TO REG-REGISTRO.
           STRING "XPTO - FOLHA DE PAGAMENTO - COMPETENCIA "
                                           DELIMITED BY SIZE
                  WRK-COMP-ED              DELIMITED BY SIZE
                  INTO REG-REGISTRO
           END-STRING.
           WRITE REG-REGISTRO.
           MOVE SPACES TO REG-REGISTRO.
           WRITE REG-REGISTRO.
           MOVE SPACES TO REG-REGISTRO.
           STRING "MATRIC  NOME                            "
                  DELIMITED BY SIZE
                  "    BRUTO             INSS              "
                  DELIMITED BY SIZE
                  " IR OUTROS DESCONTOS          LIQUIDO"
                  DELIMITED BY SIZE
                  INTO REG-REGISTRO
           END-STRING.
           WRITE REG-REGISTRO.

      *=== NOVO DEPARTAMENTO NA QUEBRA: TITULO E TOTAIS ZERADOS
       0520-ABRIR-DEPARTAMENTO SECTION.
           MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ATUAL.
           MOVE "S" TO WRK-DEPTO-ABERTO.
           INITIALIZE WRK-TOTAIS-DEPTO.
           IF FS-REGISTRO EQUAL 00
               MOVE SPACES TO REG-REGISTRO
               WRITE REG-REGISTRO
               MOVE SPACES TO REG-REGISTRO
               IF WRK-DEPTO-ATUAL EQUAL SPACES
                   MOVE "DEPARTAMENTO: (NAO INFORMADO)"
                     TO REG-REGISTRO
               ELSE
                   STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                          WRK-DEPTO-ATUAL  DELIMITED BY SIZE
                          INTO REG-REGISTRO
                   END-STRING
               END-IF
               WRITE REG-REGISTRO
           END-IF.

      *=== FIM DO DEPARTAMENTO: SUBTOTAL E ACUMULO NA EMPRESA
       0530-FECHAR-DEPARTAMENTO SECTION.
           IF DEPTO-EM-CURSO
               MOVE WRK-TD-PESSOAS TO WRK-QTD-ED
               MOVE SPACES TO FRT-TITULO
               STRING "  SUBTOTAL (" DELIMITED BY SIZE
                      WRK-QTD-ED     DELIMITED BY SIZE
                      " FUNC.)"      DELIMITED BY SIZE
                      INTO FRT-TITULO
               END-STRING
               MOVE WRK-TD-BRUTO     TO FRT-BRUTO
               MOVE WRK-TD-INSS      TO FRT-INSS
               MOVE WRK-TD-IR        TO FRT-IR
               MOVE WRK-TD-DESCONTOS TO FRT-DESCONTOS
               MOVE WRK-TD-LIQUIDO   TO FRT-LIQUIDO
               IF FS-REGISTRO EQUAL 00
                   MOVE WRK-LIN-TOTAL TO REG-REGISTRO
                   WRITE REG-REGISTRO
               END-IF
               ADD WRK-TD-PESSOAS   TO WRK-TE-PESSOAS
               ADD WRK-TD-BRUTO     TO WRK-TE-BRUTO
               ADD WRK-TD-INSS      TO WRK-TE-INSS
               ADD WRK-TD-IR        TO WRK-TE-IR
               ADD WRK-TD-DESCONTOS TO WRK-TE-DESCONTOS
               ADD WRK-TD-LIQUIDO   TO WRK-TE-LIQUIDO
               MOVE "N" TO WRK-DEPTO-ABERTO
           END-IF.

      *=== LINHA DO FUNCIONARIO, LIDA DO HISTORICO PELA CHAVE
       0540-LINHA-FUNCIONARIO SECTION.
           MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA.
           MOVE SRT-MATRICULA     TO FLH-MATRICULA.
           READ FOLHIST KEY IS FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               COMPUTE WRK-DESCONTOS =
                   FLH-ADIANTAMENTO + FLH-OUTROS-DESCONTOS
               COMPUTE WRK-LINHA-BRUTO = FLH-BRUTO + FLH-VALOR-13
               COMPUTE WRK-LINHA-INSS  = FLH-INSS  + FLH-INSS-13
               COMPUTE WRK-LINHA-IR    = FLH-IR    + FLH-IR-13
               MOVE FLH-MATRICULA  TO FRG-MATRICULA
               MOVE FLH-NOME       TO FRG-NOME
               MOVE WRK-LINHA-BRUTO TO FRG-BRUTO
               MOVE WRK-LINHA-INSS TO FRG-INSS
               MOVE WRK-LINHA-IR   TO FRG-IR
               MOVE WRK-DESCONTOS  TO FRG-DESCONTOS
               MOVE FLH-LIQUIDO    TO FRG-LIQUIDO
               IF FS-REGISTRO EQUAL 00
                   MOVE WRK-LIN-REGISTRO TO REG-REGISTRO
                   WRITE REG-REGISTRO
               END-IF
               ADD 1                TO WRK-TD-PESSOAS
               ADD WRK-LINHA-BRUTO  TO WRK-TD-BRUTO
               ADD WRK-LINHA-INSS   TO WRK-TD-INSS
               ADD WRK-LINHA-IR     TO WRK-TD-IR
               ADD WRK-DESCONTOS    TO WRK-TD-DESCONTOS
               ADD FLH-LIQUIDO      TO WRK-TD-LIQUIDO
           END-IF.

       0550-TOTAL-EMPRESA    SECTION.
           MOVE WRK-TE-PESSOAS TO WRK-QTD-ED.
           MOVE SPACES TO FRT-TITULO.
           STRING "TOTAL DA EMPRESA (" DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  " FUNC.)"            DELIMITED BY SIZE
                  INTO FRT-TITULO
           END-STRING.
           MOVE WRK-TE-BRUTO     TO FRT-BRUTO.
           MOVE WRK-TE-INSS      TO FRT-INSS.
           MOVE WRK-TE-IR        TO FRT-IR.
           MOVE WRK-TE-DESCONTOS TO FRT-DESCONTOS.
           MOVE WRK-TE-LIQUIDO   TO FRT-LIQUIDO.
           IF FS-REGISTRO EQUAL 00
               MOVE SPACES TO REG-REGISTRO
               WRITE REG-REGISTRO
               MOVE WRK-LIN-TOTAL TO REG-REGISTRO
               WRITE REG-REGISTRO
           END-IF.

       0300-FINALIZAR        SECTION.
           CLOSE FOLHIST.
           DISPLAY "COMPETENCIA............. " WRK-COMP-ED.
           DISPLAY "FUNCIONARIOS CALCULADOS. " WRK-QTD-CALCULADOS.
           DISPLAY "FORA DA COMPETENCIA..... " WRK-QTD-FORA.
           IF WRK-QTD-INCOMPLETOS GREATER ZEROS
               DISPLAY "CADASTROS INCOMPLETOS... "
                       WRK-QTD-INCOMPLETOS
                       " (COMPLETAR PELO FUNMANU)"
           END-IF.
           IF WRK-QTD-LIQ-ZERADO GREATER ZEROS
               DISPLAY "LIQUIDOS ZERADOS........ " WRK-QTD-LIQ-ZERADO
           END-IF.
           IF WRK-QTD-AVISOS GREATER ZEROS
               DISPLAY "LANCAMENTOS IGNORADOS... " WRK-QTD-AVISOS
           END-IF.
           DISPLAY "LIQUIDO TOTAL........... " FRT-LIQUIDO.
           DISPLAY "HOLERITES EM " WRK-HOLERITES-PATH.
           DISPLAY "FOLHA DO MES EM " WRK-REGISTRO-PATH.
           DISPLAY "FIM DE PROGRAMA".
       END PROGRAM FOLHAMES.
