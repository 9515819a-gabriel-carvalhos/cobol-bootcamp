       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ046.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: FOLHA DIARIA DE INDICADORES DA DIRETORIA: O ARQ015
      *==            SO RESUME A RODADA NOTURNA DO CADASTRO, E A
      *==            DIRETORIA QUER 1 PAGINA DE MANHA COM O NEGOCIO
      *==            INTEIRO. PARA A DATA ESCOLHIDA, COM O MESMO DIA DA
      *==            SEMANA ANTERIOR E O ACUMULADO DO MES ATE A DATA,
      *==            MOSTRA NOVOS CLIENTES (CLIENTES.LOG), FATURAS
      *==            EMITIDAS E VALOR, VALOR RECEBIDO, SALDO VENCIDO E
      *==            VENCIDO HA MAIS DE 90 DIAS (CONTAS A RECEBER),
      *==            PEDIDOS COTADOS, EMBARCADOS, ENTREGUES E
      *==            ATRASADOS (PEDIDOS10/11 E PEDIDOS_STATUS.LOG),
      *==            RESERVAS SOLICITADAS, CONFIRMADAS E CANCELADAS
      *==            (RESERVAS.DAT) E ALUNOS ATIVOS COM A OCUPACAO DAS
      *==            TURMAS
      *==            (ALUNOS.DAT/TURMAS.CTL). GRAVA A FOLHA EM
      *==            KPI_DIARIO.TXT E A MESMA TABELA EM KPI_DIARIO.CSV,
      *==            PARA A PLANILHA DA DIRETORIA
      *==  DATA: 05/09/2025
      *==  OBSERVACOES: DATA ZERO = ONTEM (A FOLHA SAI DE MANHA, SOBRE
      *==               O DIA FECHADO). SALDO VENCIDO, PEDIDOS EM
      *==               ATRASO, ALUNOS E TURMAS SAO POSICAO DOS
      *==               ARQUIVOS NA HORA DA EXECUCAO, COMPARADA COM A
      *==               DATA ESCOLHIDA, E SAEM SO NA COLUNA DO DIA. A
      *==               FATURA CONTA PELA EMISSAO NO CONTAS A RECEBER
      *==               (LOTE DO PROGRAMA08 E AVULSAS); O RECEBIDO SAO
      *==               AS LINHAS NAO ESTORNADAS DE FAT_PAGAMENTOS.DAT.
      *==               O PEDIDO SO GUARDA A DATA DO ULTIMO STATUS,
      *==               ENTAO COTADO E O PEDIDO AINDA COTADO COM ESSA
      *==               DATA NO PERIODO; EMBARQUES E ENTREGAS VEM DO
      *==               LOG DO PEDSTAT. PEDIDO EM ATRASO E O COTADO OU
      *==               EMBARCADO COM A DATA PROMETIDA JA PASSADA. O CSV
      *==               SEPARA POR ";" PORQUE OS VALORES TEM VIRGULA.
      *==               FONTE AUSENTE SO ZERA SEUS INDICADORES, E
      *==               APONTADA NO PE DA FOLHA E O RETURN-CODE E 4
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== TRILHA DE AUDITORIA DO CADASTRO, SO LEITURA
           SELECT AUDITORIA ASSIGN
           TO WRK-PATH-AUDITORIA
               FILE STATUS IS FS-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CONTAS A RECEBER, MESMA ESTRUTURA DE CHAVES DO PROGRAMA08
           SELECT RECEBER ASSIGN
           TO WRK-PATH-RECEBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LINHAS DE PAGAMENTO DAS FATURAS (VER PROGRAMA12)
           SELECT PAGAMENTOS ASSIGN
           TO WRK-PATH-PAGAMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== O ARQUIVO DE PEDIDOS EM LEITURA (10 OU 11)
           SELECT PEDIDOS ASSIGN
           TO WRK-PATH-PEDIDOS
               FILE STATUS IS FS-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== TRILHA DAS MARCACOES DO PEDSTAT, SO LEITURA
           SELECT PEDLOG ASSIGN
           TO WRK-PATH-PEDLOG
               FILE STATUS IS FS-PEDLOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESERVAS ASSIGN
           TO WRK-PATH-RESERVAS
               FILE STATUS IS FS-RESERVAS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== TABELA DE TURMAS (VER PROG024)
           SELECT TURMASCTL ASSIGN
           TO WRK-PATH-TURMAS
               FILE STATUS IS FS-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CADASTRO DE ALUNOS, INDEXADO (VER PROG021)
           SELECT ALUNOS ASSIGN
           TO WRK-PATH-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS FS-ALUNOS.

      *=== A FOLHA DO DIA E A MESMA TABELA PARA A PLANILHA
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               FILE STATUS IS FS-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLANILHA ASSIGN
           TO WRK-PATH-PLANILHA
               FILE STATUS IS FS-PLANILHA
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  AUDITORIA.
           COPY "AUDITLOG.cpy".

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

      *=== LINHA CRUA DO PEDIDO (LAYOUTS DO PROGRAMA10/11)
       FD  PEDIDOS.
       01  REG-PEDIDO           PIC X(168).

       FD  PEDLOG.
           COPY "PEDLOG.cpy".

       FD  RESERVAS.
           COPY "RESREG.cpy".

       FD  TURMASCTL.
           COPY "TURREG.cpy".

       FD  ALUNOS.
           COPY "ALUREG.cpy".

       FD  RELATORIO.
       01  REG-RELATORIO        PIC X(090).

       FD  PLANILHA.
       01  REG-PLANILHA         PIC X(120).

       WORKING-STORAGE       SECTION.
       77  FS-AUDITORIA         PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-PEDIDOS           PIC 9(002) VALUE ZEROS.
       77  FS-PEDLOG            PIC 9(002) VALUE ZEROS.
       77  FS-RESERVAS          PIC 9(002) VALUE ZEROS.
       77  FS-TURMAS            PIC 9(002) VALUE ZEROS.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  FS-PLANILHA          PIC 9(002) VALUE ZEROS.

      *=== DATA ESCOLHIDA E AS DATAS DERIVADAS DELA
       01  WRK-DATA-REF         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-REF-R REDEFINES WRK-DATA-REF.
           05  WRK-REF-ANO      PIC 9(004).
           05  WRK-REF-MES      PIC 9(002).
           05  WRK-REF-DIA      PIC 9(002).
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-REF         PIC 9(007) VALUE ZEROS.
       77  WRK-DATA-SEM-ANT     PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-INI-MES     PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-90          PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-OK          PIC X(001) VALUE "N".
           88  DATA-VALIDA                 VALUE "S".

      *=== PERIODOS DAS 3 COLUNAS: 1-DIA / 2-MESMO DIA DA SEMANA
      *=== ANTERIOR / 3-MES ATE A DATA
       01  WRK-TAB-PERIODOS.
           05  WRK-PER-ITEM     OCCURS 3 TIMES.
               10  WRK-PER-INICIO       PIC 9(008).
               10  WRK-PER-FIM          PIC 9(008).
       77  WRK-IND-PER          PIC 9(002) VALUE ZEROS.

      *=== INDICADORES: GRUPO(1) + TIPO(1: Q-QUANTIDADE / V-VALOR /
      *=== P-PERCENTUAL) + POSICAO(1: S = SO NA COLUNA DO DIA) + NOME
       01  WRK-TAB-KPI-DEF.
           05  FILLER               PIC X(033) VALUE
           "1QNNOVOS CLIENTES (INCLUSAO)".
           05  FILLER               PIC X(033) VALUE
           "1QNCLIENTES CARREGADOS (CARGA)".
           05  FILLER               PIC X(033) VALUE
           "2QNFATURAS EMITIDAS".
           05  FILLER               PIC X(033) VALUE
           "2VNVALOR FATURADO".
           05  FILLER               PIC X(033) VALUE
           "2VNVALOR RECEBIDO".
           05  FILLER               PIC X(033) VALUE
           "2VSSALDO VENCIDO".
           05  FILLER               PIC X(033) VALUE
           "2VSVENCIDO HA MAIS DE 90 DIAS".
           05  FILLER               PIC X(033) VALUE
           "3QNPEDIDOS COTADOS".
           05  FILLER               PIC X(033) VALUE
           "3QNPEDIDOS EMBARCADOS".
           05  FILLER               PIC X(033) VALUE
           "3QNPEDIDOS ENTREGUES".
           05  FILLER               PIC X(033) VALUE
           "3QNENTREGUES FORA DO PRAZO".
           05  FILLER               PIC X(033) VALUE
           "3QSPEDIDOS EM ATRASO".
           05  FILLER               PIC X(033) VALUE
           "4QNRESERVAS SOLICITADAS".
           05  FILLER               PIC X(033) VALUE
           "4QNRESERVAS CONFIRMADAS".
           05  FILLER               PIC X(033) VALUE
           "4QNRESERVAS CANCELADAS".
           05  FILLER               PIC X(033) VALUE
           "5QSALUNOS ATIVOS".
           05  FILLER               PIC X(033) VALUE
           "5QSVAGAS NAS TURMAS".
           05  FILLER               PIC X(033) VALUE
           "5PSOCUPACAO DAS TURMAS (%)".
           05  FILLER               PIC X(033) VALUE
           "5QSTURMAS LOTADAS".
       01  WRK-TAB-KPI-DEF-R REDEFINES WRK-TAB-KPI-DEF.
           05  WRK-KPI-ITEM     OCCURS 19 TIMES.
               10  WRK-KPI-GRUPO        PIC 9(001).
               10  WRK-KPI-TIPO         PIC X(001).
                   88  KPI-QUANTIDADE          VALUE "Q".
                   88  KPI-VALOR               VALUE "V".
                   88  KPI-PERCENTUAL          VALUE "P".
               10  WRK-KPI-POSICAO      PIC X(001).
                   88  KPI-DE-POSICAO          VALUE "S".
               10  WRK-KPI-NOME         PIC X(030).
       77  WRK-QTD-KPI          PIC 9(002) VALUE 19.
       77  WRK-IND-KPI          PIC 9(002) VALUE ZEROS.

      *=== VALOR DE CADA INDICADOR NAS 3 COLUNAS
       01  WRK-TAB-KPI-VAL.
           05  WRK-KPV-ITEM     OCCURS 19 TIMES.
               10  WRK-KPV-VALOR        PIC 9(010)V99
                                        OCCURS 3 TIMES.

      *=== NOME DE CADA GRUPO PARA OS TITULOS DA FOLHA
       01  WRK-TAB-GRUPOS.
           05  FILLER           PIC X(020) VALUE "CLIENTES".
           05  FILLER           PIC X(020) VALUE "FATURAMENTO".
           05  FILLER           PIC X(020) VALUE "FRETE".
           05  FILLER           PIC X(020) VALUE "VIAGENS".
           05  FILLER           PIC X(020) VALUE "ESCOLA".
       01  WRK-TAB-GRUPOS-R REDEFINES WRK-TAB-GRUPOS.
           05  WRK-GRUPO-NOME   PIC X(020) OCCURS 5 TIMES.
       77  WRK-GRUPO-ATUAL      PIC 9(001) VALUE ZEROS.

      *=== EVENTO A SOMAR NAS COLUNAS (VER 0900-ACUMULAR-PERIODOS)
       77  WRK-KPI              PIC 9(002) VALUE ZEROS.
       77  WRK-DATA-EVENTO      PIC 9(008) VALUE ZEROS.
       77  WRK-VALOR-EVENTO     PIC 9(010)V99 VALUE ZEROS.

      *=== CAMPOS DO PEDIDO EM LEITURA; STATUS NA 47 (PEDIDOS10) OU 48
      *=== (PEDIDOS11), NUMERO NA 70 OU 71 E A DATA PROMETIDA 90
      *=== POSICOES DEPOIS DO NUMERO
       77  WRK-IND-ARQ          PIC 9(002) VALUE ZEROS.
       77  WRK-POS-STATUS       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.
       77  WRK-PED-STATUS       PIC X(001) VALUE SPACE.
       77  WRK-PED-DATA         PIC X(008) VALUE SPACES.
       77  WRK-PED-DATA-N REDEFINES WRK-PED-DATA
                                PIC 9(008).
       77  WRK-PED-PREVISTA     PIC X(008) VALUE SPACES.
       77  WRK-PED-PREVISTA-N REDEFINES WRK-PED-PREVISTA
                                PIC 9(008).

      *=== TURMAS DA TABELA COM O CONTADOR DE OCUPACAO
       01  WRK-TAB-TURMAS.
           05  WRK-TUR-ITEM     OCCURS 50 TIMES.
               10  WRK-TUR-TURMA        PIC X(006).
               10  WRK-TUR-CAPACIDADE   PIC 9(003).
               10  WRK-TUR-OCUPADOS     PIC 9(003).
       77  WRK-QTD-TURMAS       PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TUR          PIC 9(002) VALUE ZEROS.
       77  WRK-ALUNOS-EM-TURMA  PIC 9(005) VALUE ZEROS.

      *=== FONTES QUE NAO PUDERAM SER ABERTAS, PARA O PE DA FOLHA
       01  WRK-TAB-AUSENTES.
           05  WRK-AUS-NOME     PIC X(020) OCCURS 10 TIMES.
       77  WRK-QTD-AUSENTES     PIC 9(002) VALUE ZEROS.
       77  WRK-IND-AUS          PIC 9(002) VALUE ZEROS.
       77  WRK-FONTE            PIC X(020) VALUE SPACES.

      *=== DATA AAAAMMDD EDITADA PARA DD/MM/AAAA
       01  WRK-DATA-FMT         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-FMT-R REDEFINES WRK-DATA-FMT.
           05  WRK-FMT-ANO      PIC 9(004).
           05  WRK-FMT-MES      PIC 9(002).
           05  WRK-FMT-DIA      PIC 9(002).
       01  WRK-DATA-ED.
           05  WRK-ED-DIA       PIC 9(002).
           05  FILLER           PIC X(001) VALUE "/".
           05  WRK-ED-MES       PIC 9(002).
           05  FILLER           PIC X(001) VALUE "/".
           05  WRK-ED-ANO       PIC 9(004).
       77  WRK-REF-ED           PIC X(010) VALUE SPACES.
       77  WRK-SEM-ANT-ED       PIC X(010) VALUE SPACES.
       77  WRK-INI-MES-ED       PIC X(010) VALUE SPACES.

      *=== LINHAS DA FOLHA
       77  WRK-LIN-RELATORIO    PIC X(090) VALUE SPACES.
       01  WRK-LIN-TRACO        PIC X(085) VALUE ALL "-".
       01  WRK-LIN-COLUNAS.
           05  FILLER           PIC X(031) VALUE "INDICADOR".
           05  FILLER           PIC X(018) VALUE
               "               DIA".
           05  FILLER           PIC X(018) VALUE
               " MESMO DIA SEM ANT".
           05  FILLER           PIC X(018) VALUE
               "    MES ATE A DATA".
       01  WRK-LIN-DETALHE.
           05  WRK-DET-NOME     PIC X(030).
           05  FILLER           PIC X(001) VALUE SPACE.
           05  WRK-DET-COLUNA   OCCURS 3 TIMES.
               10  FILLER           PIC X(001).
               10  WRK-DET-VALOR    PIC X(017) JUSTIFIED RIGHT.
       77  WRK-QTD-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED           PIC ZZ9,99 VALUE ZEROS.

      *=== LINHA DA PLANILHA: GRUPO;INDICADOR;DIA;SEMANA;MES
       77  WRK-LIN-PLANILHA     PIC X(120) VALUE SPACES.
       01  WRK-TAB-CSV.
           05  WRK-CSV-COLUNA   PIC X(015) OCCURS 3 TIMES.
       77  WRK-CSV-QTD          PIC Z(011)9 VALUE ZEROS.
       77  WRK-CSV-VAL          PIC Z(009)9,99 VALUE ZEROS.

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".
       77  WRK-PATH-AUDITORIA   PIC X(040) VALUE
           "..\dados\CLIENTES.LOG".
       77  WRK-PATH-RECEBER     PIC X(040) VALUE
           "..\dados\CONTAS_RECEBER.DAT".
       77  WRK-PATH-PAGAMENTOS  PIC X(040) VALUE
           "..\dados\FAT_PAGAMENTOS.DAT".
       77  WRK-PATH-PEDIDOS     PIC X(040) VALUE SPACES.
       77  WRK-PATH-PEDIDOS10   PIC X(040) VALUE
           "..\dados\PEDIDOS10.DAT".
       77  WRK-PATH-PEDIDOS11   PIC X(040) VALUE
           "..\dados\PEDIDOS11.DAT".
       77  WRK-PATH-PEDLOG      PIC X(040) VALUE
           "..\dados\PEDIDOS_STATUS.LOG".
       77  WRK-PATH-RESERVAS    PIC X(040) VALUE
           "..\dados\RESERVAS.DAT".
       77  WRK-PATH-TURMAS      PIC X(040) VALUE
           "..\dados\TURMAS.CTL".
       77  WRK-PATH-ALUNOS      PIC X(040) VALUE
           "..\dados\ALUNOS.DAT".
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE
           "..\dados\KPI_DIARIO.TXT".
       77  WRK-PATH-PLANILHA    PIC X(040) VALUE
           "..\dados\KPI_DIARIO.CSV".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ046" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           IF DATA-VALIDA
               PERFORM 0200-PROCESSAR
               PERFORM 0300-FINALIZAR
           ELSE
               DISPLAY "DATA INVALIDA - FOLHA NAO GERADA"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ046" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== DATA DA FOLHA (ZERO = ONTEM) E OS 3 PERIODOS DAS COLUNAS
       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-TAB-KPI-VAL.
           MOVE ZEROS TO WRK-QTD-AUSENTES.
           MOVE "N"   TO WRK-DATA-OK.

           DISPLAY "DATA DA FOLHA AAAAMMDD (0 = ONTEM): ".
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF EQUAL ZEROS
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WRK-DATA-REF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1)
           END-IF.

           IF WRK-REF-ANO GREATER 1600
              AND WRK-REF-MES GREATER ZEROS
              AND WRK-REF-MES NOT GREATER 12
              AND WRK-REF-DIA GREATER ZEROS
              AND WRK-REF-DIA NOT GREATER 31
               MOVE "S" TO WRK-DATA-OK
               COMPUTE WRK-DIAS-REF =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
               COMPUTE WRK-DATA-SEM-ANT =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-REF - 7)
               COMPUTE WRK-DATA-90 =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-REF - 90)
               MOVE WRK-DATA-REF TO WRK-DATA-INI-MES
               MOVE "01" TO WRK-DATA-INI-MES(7:2)

               MOVE WRK-DATA-REF     TO WRK-PER-INICIO(1)
               MOVE WRK-DATA-REF     TO WRK-PER-FIM(1)
               MOVE WRK-DATA-SEM-ANT TO WRK-PER-INICIO(2)
               MOVE WRK-DATA-SEM-ANT TO WRK-PER-FIM(2)
               MOVE WRK-DATA-INI-MES TO WRK-PER-INICIO(3)
               MOVE WRK-DATA-REF     TO WRK-PER-FIM(3)

               MOVE WRK-DATA-REF     TO WRK-DATA-FMT
               PERFORM 0950-FORMATAR-DATA
               MOVE WRK-DATA-ED      TO WRK-REF-ED
               MOVE WRK-DATA-SEM-ANT TO WRK-DATA-FMT
               PERFORM 0950-FORMATAR-DATA
               MOVE WRK-DATA-ED      TO WRK-SEM-ANT-ED
               MOVE WRK-DATA-INI-MES TO WRK-DATA-FMT
               PERFORM 0950-FORMATAR-DATA
               MOVE WRK-DATA-ED      TO WRK-INI-MES-ED
           END-IF.

       0200-PROCESSAR        SECTION.
           PERFORM 0210-LEVANTAR-CLIENTES.
           PERFORM 0220-LEVANTAR-FATURAS.
           PERFORM 0230-LEVANTAR-RECEBIMENTOS.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER 2
               PERFORM 0240-LEVANTAR-PEDIDOS
           END-PERFORM.
           PERFORM 0250-LEVANTAR-EXPEDICAO.
           PERFORM 0260-LEVANTAR-RESERVAS.
           PERFORM 0270-CARREGAR-TURMAS.
           PERFORM 0280-LEVANTAR-ALUNOS.

      *=== INCLUSOES (ARQ007) E CARGAS (ARQ004) DE CLIENTES.LOG
       0210-LEVANTAR-CLIENTES SECTION.
           OPEN INPUT AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
               MOVE "CLIENTES.LOG" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ AUDITORIA
               PERFORM UNTIL FS-AUDITORIA NOT EQUAL 00
                   MOVE AUD-DATA TO WRK-DATA-EVENTO
                   MOVE 1        TO WRK-VALOR-EVENTO
                   EVALUATE AUD-OPERACAO
                       WHEN "INCLUSAO"
                           MOVE 1 TO WRK-KPI
                           PERFORM 0900-ACUMULAR-PERIODOS
                       WHEN "CARGA"
                           MOVE 2 TO WRK-KPI
                           PERFORM 0900-ACUMULAR-PERIODOS
                   END-EVALUATE
                   READ AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.

      *=== EMITIDAS PELA DATA DE EMISSAO; O SALDO DAS ABERTAS E
      *=== PARCIAIS COM VENCIMENTO ANTERIOR A DATA E O VENCIDO
       0220-LEVANTAR-FATURAS SECTION.
           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               MOVE "CONTAS_RECEBER.DAT" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ RECEBER
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                   IF FAT-EMISSAO IS NUMERIC
                       MOVE FAT-EMISSAO TO WRK-DATA-EVENTO
                       MOVE 3           TO WRK-KPI
                       MOVE 1           TO WRK-VALOR-EVENTO
                       PERFORM 0900-ACUMULAR-PERIODOS
                       MOVE 4           TO WRK-KPI
                       MOVE FAT-VALOR   TO WRK-VALOR-EVENTO
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   IF (FATURA-ABERTA OR FATURA-PARCIAL)
                      AND FAT-SALDO IS NUMERIC
                      AND FAT-SALDO GREATER ZEROS
                      AND FAT-VENCIMENTO IS NUMERIC
                      AND FAT-VENCIMENTO GREATER ZEROS
                      AND FAT-VENCIMENTO LESS WRK-DATA-REF
                       ADD FAT-SALDO TO WRK-KPV-VALOR(6, 1)
                       IF FAT-VENCIMENTO LESS WRK-DATA-90
                           ADD FAT-SALDO TO WRK-KPV-VALOR(7, 1)
                       END-IF
                   END-IF
                   READ RECEBER
               END-PERFORM
               CLOSE RECEBER
           END-IF.

      *=== RECEBIDO = LINHAS DE PAGAMENTO NAO ESTORNADAS, PELA DATA
       0230-LEVANTAR-RECEBIMENTOS SECTION.
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS NOT EQUAL 00
               MOVE "FAT_PAGAMENTOS.DAT" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ PAGAMENTOS
               PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                   IF NOT PAGAMENTO-ESTORNADO
                      AND PGT-DATA IS NUMERIC
                      AND PGT-VALOR IS NUMERIC
                       MOVE PGT-DATA  TO WRK-DATA-EVENTO
                       MOVE 5         TO WRK-KPI
                       MOVE PGT-VALOR TO WRK-VALOR-EVENTO
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   READ PAGAMENTOS
               END-PERFORM
               CLOSE PAGAMENTOS
           END-IF.

      *=== COTADOS PELA DATA DO STATUS; EM ATRASO = COTADO OU
      *=== EMBARCADO COM A DATA PROMETIDA ANTERIOR A DATA DA FOLHA
       0240-LEVANTAR-PEDIDOS SECTION.
           IF WRK-IND-ARQ EQUAL 1
               MOVE WRK-PATH-PEDIDOS10 TO WRK-PATH-PEDIDOS
               MOVE "PEDIDOS10.DAT"    TO WRK-FONTE
               MOVE 47                 TO WRK-POS-STATUS
               MOVE 70                 TO WRK-POS-NUMERO
           ELSE
               MOVE WRK-PATH-PEDIDOS11 TO WRK-PATH-PEDIDOS
               MOVE "PEDIDOS11.DAT"    TO WRK-FONTE
               MOVE 48                 TO WRK-POS-STATUS
               MOVE 71                 TO WRK-POS-NUMERO
           END-IF.

           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                   MOVE REG-PEDIDO(WRK-POS-STATUS:1) TO WRK-PED-STATUS
                   MOVE REG-PEDIDO(WRK-POS-STATUS + 1:8)
                     TO WRK-PED-DATA
                   MOVE REG-PEDIDO(WRK-POS-NUMERO + 90:8)
                     TO WRK-PED-PREVISTA
                   IF WRK-PED-STATUS EQUAL "C"
                      AND WRK-PED-DATA IS NUMERIC
                       MOVE WRK-PED-DATA-N TO WRK-DATA-EVENTO
                       MOVE 8              TO WRK-KPI
                       MOVE 1              TO WRK-VALOR-EVENTO
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   IF (WRK-PED-STATUS EQUAL "C" OR "E")
                      AND WRK-PED-PREVISTA IS NUMERIC
                      AND WRK-PED-PREVISTA-N GREATER ZEROS
                      AND WRK-PED-PREVISTA-N LESS WRK-DATA-REF
                       ADD 1 TO WRK-KPV-VALOR(12, 1)
                   END-IF
                   READ PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

      *=== EMBARQUES E ENTREGAS PELA DATA DA MARCACAO NO PEDSTAT; A
      *=== ENTREGA DEPOIS DA DATA PROMETIDA E FORA DO PRAZO
       0250-LEVANTAR-EXPEDICAO SECTION.
           OPEN INPUT PEDLOG.
           IF FS-PEDLOG NOT EQUAL 00
               MOVE "PEDIDOS_STATUS.LOG" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ PEDLOG
               PERFORM UNTIL FS-PEDLOG NOT EQUAL 00
                   MOVE PLG-DATA TO WRK-DATA-EVENTO
                   MOVE 1        TO WRK-VALOR-EVENTO
                   IF PLG-EMBARQUE
                       MOVE 9 TO WRK-KPI
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   IF PLG-ENTREGA
                       MOVE 10 TO WRK-KPI
                       PERFORM 0900-ACUMULAR-PERIODOS
                       IF PLG-PREVISTA IS NUMERIC
                          AND PLG-PREVISTA GREATER ZEROS
                          AND PLG-DATA GREATER PLG-PREVISTA
                           MOVE 11 TO WRK-KPI
                           PERFORM 0900-ACUMULAR-PERIODOS
                       END-IF
                   END-IF
                   READ PEDLOG
               END-PERFORM
               CLOSE PEDLOG
           END-IF.

      *=== SOLICITADAS PELA DATA DO PEDIDO, CONFIRMADAS PELA DATA DA
      *=== CONFIRMACAO E CANCELADAS PELA DATA DO CANCELAMENTO
       0260-LEVANTAR-RESERVAS SECTION.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL 00
               MOVE "RESERVAS.DAT" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ RESERVAS
               PERFORM UNTIL FS-RESERVAS NOT EQUAL 00
                   MOVE 1 TO WRK-VALOR-EVENTO
                   IF RES-DATA-PEDIDO IS NUMERIC
                       MOVE RES-DATA-PEDIDO TO WRK-DATA-EVENTO
                       MOVE 13 TO WRK-KPI
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   IF RES-DATA-CONFIRMA IS NUMERIC
                       MOVE RES-DATA-CONFIRMA TO WRK-DATA-EVENTO
                       MOVE 14 TO WRK-KPI
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   IF RESERVA-CANCELADA
                      AND RES-DATA-CANCEL IS NUMERIC
                       MOVE RES-DATA-CANCEL TO WRK-DATA-EVENTO
                       MOVE 15 TO WRK-KPI
                       PERFORM 0900-ACUMULAR-PERIODOS
                   END-IF
                   READ RESERVAS
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

      *=== TURMAS DA TABELA E A SOMA DAS CAPACIDADES (VAGAS)
       0270-CARREGAR-TURMAS  SECTION.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           OPEN INPUT TURMASCTL.
           IF FS-TURMAS NOT EQUAL 00
               MOVE "TURMAS.CTL" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ TURMASCTL
               PERFORM UNTIL FS-TURMAS NOT EQUAL 00
                          OR WRK-QTD-TURMAS EQUAL 50
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE TUR-TURMA TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
                   MOVE TUR-CAPACIDADE
                     TO WRK-TUR-CAPACIDADE(WRK-QTD-TURMAS)
                   MOVE ZEROS TO WRK-TUR-OCUPADOS(WRK-QTD-TURMAS)
                   ADD TUR-CAPACIDADE TO WRK-KPV-VALOR(17, 1)
                   READ TURMASCTL
               END-PERFORM
               CLOSE TURMASCTL
           END-IF.

      *=== ATIVO = SEM TRANCAMENTO/TRANSFERENCIA, COMO NO PROG024; A
      *=== OCUPACAO E DOS ATIVOS EM TURMA DA TABELA SOBRE AS VAGAS
       0280-LEVANTAR-ALUNOS  SECTION.
           MOVE ZEROS TO WRK-ALUNOS-EM-TURMA.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 00
               MOVE "ALUNOS.DAT" TO WRK-FONTE
               PERFORM 0910-FONTE-AUSENTE
           ELSE
               READ ALUNOS
               PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
                   IF NOT ALUNO-TRANCADO
                      AND NOT ALUNO-TRANSFERIDO
                       ADD 1 TO WRK-KPV-VALOR(16, 1)
                       PERFORM 0285-CONTAR-NA-TURMA
                   END-IF
                   READ ALUNOS
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
               IF WRK-TUR-CAPACIDADE(WRK-IND-TUR) GREATER ZEROS
                  AND WRK-TUR-OCUPADOS(WRK-IND-TUR) NOT LESS
                      WRK-TUR-CAPACIDADE(WRK-IND-TUR)
                   ADD 1 TO WRK-KPV-VALOR(19, 1)
               END-IF
           END-PERFORM.

           IF WRK-KPV-VALOR(17, 1) GREATER ZEROS
               COMPUTE WRK-KPV-VALOR(18, 1) ROUNDED =
                   WRK-ALUNOS-EM-TURMA * 100 / WRK-KPV-VALOR(17, 1)
           END-IF.

       0285-CONTAR-NA-TURMA  SECTION.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
               IF WRK-TUR-TURMA(WRK-IND-TUR) EQUAL REG-ALUNO-TURMA
                   ADD 1 TO WRK-TUR-OCUPADOS(WRK-IND-TUR)
                   ADD 1 TO WRK-ALUNOS-EM-TURMA
               END-IF
           END-PERFORM.

      *=== SOMA O EVENTO (WRK-VALOR-EVENTO NA DATA WRK-DATA-EVENTO) NO
      *=== INDICADOR WRK-KPI, EM CADA COLUNA CUJO PERIODO CONTEM A DATA
       0900-ACUMULAR-PERIODOS SECTION.
           PERFORM VARYING WRK-IND-PER FROM 1 BY 1
                     UNTIL WRK-IND-PER GREATER 3
               IF WRK-DATA-EVENTO NOT LESS WRK-PER-INICIO(WRK-IND-PER)
                  AND WRK-DATA-EVENTO
                      NOT GREATER WRK-PER-FIM(WRK-IND-PER)
                   ADD WRK-VALOR-EVENTO
                    TO WRK-KPV-VALOR(WRK-KPI, WRK-IND-PER)
               END-IF
           END-PERFORM.

      *=== GUARDA A FONTE QUE NAO ABRIU PARA O PE DA FOLHA
       0910-FONTE-AUSENTE    SECTION.
           DISPLAY WRK-FONTE " NAO PODE SER ABERTO - INDICADORES "
                   "ZERADOS".
           IF WRK-QTD-AUSENTES LESS 10
               ADD 1 TO WRK-QTD-AUSENTES
               MOVE WRK-FONTE TO WRK-AUS-NOME(WRK-QTD-AUSENTES)
           END-IF.
           MOVE 4 TO RETURN-CODE.

       0950-FORMATAR-DATA    SECTION.
           MOVE WRK-FMT-DIA TO WRK-ED-DIA.
           MOVE WRK-FMT-MES TO WRK-ED-MES.
           MOVE WRK-FMT-ANO TO WRK-ED-ANO.

      *=== GRAVA A FOLHA E A PLANILHA E MOSTRA A FOLHA NA TELA
       0300-FINALIZAR        SECTION.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY "KPI_DIARIO.TXT NAO PODE SER ABERTO - FS "
                       FS-RELATORIO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PLANILHA
               IF FS-PLANILHA NOT EQUAL 00
                   DISPLAY "KPI_DIARIO.CSV NAO PODE SER ABERTO - FS "
                           FS-PLANILHA
                   MOVE 8 TO RETURN-CODE
                   CLOSE RELATORIO
               ELSE
                   PERFORM 0310-IMPRIMIR-CABECALHO
                   MOVE ZEROS TO WRK-GRUPO-ATUAL
                   PERFORM VARYING WRK-IND-KPI FROM 1 BY 1
                             UNTIL WRK-IND-KPI GREATER WRK-QTD-KPI
                       PERFORM 0320-IMPRIMIR-INDICADOR
                       PERFORM 0330-GRAVAR-PLANILHA
                   END-PERFORM
                   PERFORM 0340-IMPRIMIR-RODAPE
                   CLOSE RELATORIO
                   CLOSE PLANILHA
                   DISPLAY "FOLHA GRAVADA EM KPI_DIARIO.TXT E "
                           "KPI_DIARIO.CSV"
               END-IF
           END-IF.

       0310-IMPRIMIR-CABECALHO SECTION.
           MOVE SPACES TO WRK-LIN-RELATORIO.
           STRING "XPTO - INDICADORES GERENCIAIS DO DIA "
                                           DELIMITED BY SIZE
                  WRK-REF-ED               DELIMITED BY SIZE
                  INTO WRK-LIN-RELATORIO
           END-STRING.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LIN-RELATORIO.
           STRING "SEMANA ANTERIOR: "      DELIMITED BY SIZE
                  WRK-SEM-ANT-ED           DELIMITED BY SIZE
                  "   MES: "               DELIMITED BY SIZE
                  WRK-INI-MES-ED           DELIMITED BY SIZE
                  " A "                    DELIMITED BY SIZE
                  WRK-REF-ED               DELIMITED BY SIZE
                  INTO WRK-LIN-RELATORIO
           END-STRING.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-LIN-TRACO   TO WRK-LIN-RELATORIO.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-LIN-COLUNAS TO WRK-LIN-RELATORIO.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-LIN-TRACO   TO WRK-LIN-RELATORIO.
           PERFORM 0390-GRAVAR-LINHA.

           MOVE SPACES TO WRK-LIN-PLANILHA.
           STRING "GRUPO;INDICADOR;DIA "   DELIMITED BY SIZE
                  WRK-REF-ED               DELIMITED BY SIZE
                  ";SEMANA ANTERIOR "      DELIMITED BY SIZE
                  WRK-SEM-ANT-ED           DELIMITED BY SIZE
                  ";MES "                  DELIMITED BY SIZE
                  WRK-INI-MES-ED           DELIMITED BY SIZE
                  " A "                    DELIMITED BY SIZE
                  WRK-REF-ED               DELIMITED BY SIZE
                  INTO WRK-LIN-PLANILHA
           END-STRING.
           MOVE WRK-LIN-PLANILHA TO REG-PLANILHA.
           WRITE REG-PLANILHA.

      *=== 1 LINHA POR INDICADOR, COM O TITULO DO GRUPO NA TROCA; O
      *=== INDICADOR DE POSICAO TEM "-" NAS COLUNAS DE COMPARACAO
       0320-IMPRIMIR-INDICADOR SECTION.
           IF WRK-KPI-GRUPO(WRK-IND-KPI) NOT EQUAL WRK-GRUPO-ATUAL
               MOVE WRK-KPI-GRUPO(WRK-IND-KPI) TO WRK-GRUPO-ATUAL
               MOVE SPACES TO WRK-LIN-RELATORIO
               PERFORM 0390-GRAVAR-LINHA
               MOVE WRK-GRUPO-NOME(WRK-GRUPO-ATUAL)
                 TO WRK-LIN-RELATORIO
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO WRK-LIN-DETALHE.
           MOVE WRK-KPI-NOME(WRK-IND-KPI) TO WRK-DET-NOME.
           PERFORM VARYING WRK-IND-PER FROM 1 BY 1
                     UNTIL WRK-IND-PER GREATER 3
               IF KPI-DE-POSICAO(WRK-IND-KPI)
                  AND WRK-IND-PER GREATER 1
                   MOVE "-" TO WRK-DET-VALOR(WRK-IND-PER)
                   MOVE SPACES TO WRK-CSV-COLUNA(WRK-IND-PER)
               ELSE
                   EVALUATE TRUE
                       WHEN KPI-VALOR(WRK-IND-KPI)
                           MOVE WRK-KPV-VALOR(WRK-IND-KPI, WRK-IND-PER)
                             TO WRK-VAL-ED
                           MOVE WRK-VAL-ED
                             TO WRK-DET-VALOR(WRK-IND-PER)
                           MOVE WRK-KPV-VALOR(WRK-IND-KPI, WRK-IND-PER)
                             TO WRK-CSV-VAL
                           MOVE WRK-CSV-VAL
                             TO WRK-CSV-COLUNA(WRK-IND-PER)
                       WHEN KPI-PERCENTUAL(WRK-IND-KPI)
                           MOVE WRK-KPV-VALOR(WRK-IND-KPI, WRK-IND-PER)
                             TO WRK-PCT-ED
                           MOVE WRK-PCT-ED
                             TO WRK-DET-VALOR(WRK-IND-PER)
                           MOVE WRK-KPV-VALOR(WRK-IND-KPI, WRK-IND-PER)
                             TO WRK-CSV-VAL
                           MOVE WRK-CSV-VAL
                             TO WRK-CSV-COLUNA(WRK-IND-PER)
                       WHEN OTHER
                           MOVE WRK-KPV-VALOR(WRK-IND-KPI, WRK-IND-PER)
                             TO WRK-QTD-ED
                           MOVE WRK-QTD-ED
                             TO WRK-DET-VALOR(WRK-IND-PER)
                           MOVE WRK-KPV-VALOR(WRK-IND-KPI, WRK-IND-PER)
                             TO WRK-CSV-QTD
                           MOVE WRK-CSV-QTD
                             TO WRK-CSV-COLUNA(WRK-IND-PER)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE WRK-LIN-DETALHE TO WRK-LIN-RELATORIO.
           PERFORM 0390-GRAVAR-LINHA.

      *=== A MESMA LINHA NA PLANILHA, SEM EDICAO DE MILHAR
       0330-GRAVAR-PLANILHA  SECTION.
           MOVE SPACES TO WRK-LIN-PLANILHA.
           STRING FUNCTION TRIM(WRK-GRUPO-NOME(WRK-GRUPO-ATUAL))
                                           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-KPI-NOME(WRK-IND-KPI))
                                           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CSV-COLUNA(1))
                                           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CSV-COLUNA(2))
                                           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CSV-COLUNA(3))
                                           DELIMITED BY SIZE
                  INTO WRK-LIN-PLANILHA
           END-STRING.
           MOVE WRK-LIN-PLANILHA TO REG-PLANILHA.
           WRITE REG-PLANILHA.

      *=== PE DA FOLHA: AS FONTES AUSENTES, QUE DEIXARAM INDICADORES
      *=== ZERADOS
       0340-IMPRIMIR-RODAPE  SECTION.
           MOVE WRK-LIN-TRACO TO WRK-LIN-RELATORIO.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-QTD-AUSENTES EQUAL ZEROS
               MOVE "TODAS AS FONTES LIDAS" TO WRK-LIN-RELATORIO
               PERFORM 0390-GRAVAR-LINHA
           ELSE
               PERFORM VARYING WRK-IND-AUS FROM 1 BY 1
                         UNTIL WRK-IND-AUS GREATER WRK-QTD-AUSENTES
                   MOVE SPACES TO WRK-LIN-RELATORIO
                   STRING "FONTE AUSENTE (INDICADORES ZERADOS): "
                                           DELIMITED BY SIZE
                          WRK-AUS-NOME(WRK-IND-AUS)
                                           DELIMITED BY SPACE
                          INTO WRK-LIN-RELATORIO
                   END-STRING
                   PERFORM 0390-GRAVAR-LINHA
               END-PERFORM
           END-IF.

       0390-GRAVAR-LINHA     SECTION.
           DISPLAY WRK-LIN-RELATORIO.
           MOVE WRK-LIN-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "CLIENTES.LOG" TO CFG-ARQUIVO.
           MOVE WRK-PATH-AUDITORIA TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-AUDITORIA.

           MOVE "CONTAS_RECEBER.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RECEBER TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RECEBER.

           MOVE "FAT_PAGAMENTOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-PAGAMENTOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-PAGAMENTOS.

           MOVE "PEDIDOS10.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-PEDIDOS10 TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-PEDIDOS10.

           MOVE "PEDIDOS11.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-PEDIDOS11 TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-PEDIDOS11.

           MOVE "PEDIDOS_STATUS.LOG" TO CFG-ARQUIVO.
           MOVE WRK-PATH-PEDLOG TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-PEDLOG.

           MOVE "RESERVAS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RESERVAS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RESERVAS.

           MOVE "TURMAS.CTL" TO CFG-ARQUIVO.
           MOVE WRK-PATH-TURMAS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-TURMAS.

           MOVE "ALUNOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ALUNOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ALUNOS.

           MOVE "KPI_DIARIO.TXT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RELATORIO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RELATORIO.

           MOVE "KPI_DIARIO.CSV" TO CFG-ARQUIVO.
           MOVE WRK-PATH-PLANILHA TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-PLANILHA.
