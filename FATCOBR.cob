       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCOBR.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CARTAS DE COBRANCA POR ESTAGIO DE ATRASO: O AGING
      *==            DO PROGRAMA12 MOSTRA QUEM ESTA COM 30, 60 OU 90+
      *==            DIAS DE ATRASO, MAS AS CARTAS ERAM ESCRITAS A MAO.
      *==            NO MODO 1 O PROGRAMA LE AS FATURAS EM ABERTO OU
      *==            PARCIAIS JA VENCIDAS DE CADA CLIENTE (PELA CHAVE
      *==            ALTERNADA DO LIVRO) E EMITE 1 CARTA POR CLIENTE NO
      *==            ESTAGIO DA FATURA MAIS ATRASADA: 1-LEMBRETE (ATE
      *==            30 DIAS), 2-SEGUNDO AVISO (31 A 90) OU 3-AVISO
      *==            FINAL ANTES DO PROTESTO (MAIS DE 90), LISTANDO
      *==            TODAS AS FATURAS VENCIDAS COM OS ENCARGOS ATE HOJE
      *==            (MESMA REGRA DA BAIXA, COPYBOOK FATENCPR). AS
      *==            CARTAS VAO PARA COBRANCA_CARTAS.TXT (IMPRESSAO) E,
      *==            PARA O CLIENTE COM EMAIL VALIDO QUE CONSENTIU
      *==            (CLIREG), TAMBEM PARA A LISTA COBRANCA_EMAIL.TXT.
      *==            O MODO 2 MOSTRA O HISTORICO DE CARTAS DE 1 CLIENTE
      *==  DATA: 30/05/2025
      *==  OBSERVACOES: CADA FATURA LISTADA NUMA CARTA VAI PARA O
      *==               HISTORICO COBRANCA_HIST.DAT (COPYBOOK CBHREG) NO
      *==               ESTAGIO DA CARTA; O CLIENTE SO RECEBE CARTA NOVA
      *==               QUANDO ALGUMA FATURA VENCIDA DELE AINDA NAO FOI
      *==               AVISADA NO ESTAGIO EM QUE ESTA (OU ACIMA) -
      *==               ASSIM O MESMO AVISO NAO SAI DUAS VEZES. FATURA
      *==               SEM CLIENTE VINCULADO (ID ZERO, VER CLIVINC)
      *==               FICA DE FORA E SO E CONTADA. A CONTA DE DIAS DE
      *==               ATRASO E A APROXIMADA DO AGING (ANO*365 +
      *==               MES*30 + DIA).
      *==               OS DOIS ARQUIVOS DE SAIDA SAO REGRAVADOS A CADA
      *==               EXECUCAO - IMPRIMIR E ENVIAR ANTES DA PROXIMA
      *==  ALTERACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *==  30/06/2025 GC: ENDERECO E EMAIL DA CARTA SAEM DO CONTATO DE
      *==               COBRANCA (CONTATOS.DAT, VER ARQ039), SENAO DO
      *==               PRINCIPAL, SENAO DO CLIREG (COPYBOOK CTTPR); A
      *==               CARTA GANHA A LINHA "ATENCAO" COM O NOME DO
      *==               CONTATO E O CEP NA LINHA DO ENDERECO. O EMAIL
      *==               CONTINUA DEPENDENDO DO CONSENTIMENTO DO CLIREG
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER, LIDO PELA CHAVE ALTERNADA DO
      *=== CLIENTE PARA AS FATURAS DE CADA UM VIREM JUNTAS
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: ENDERECO, EMAIL E
      *=== CONSENTIMENTO)
           SELECT CLIENTES ASSIGN
           TO "dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== CONTATOS E ENDERECOS ADICIONAIS DOS CLIENTES (SO CONSULTA)
           SELECT CONTATOS ASSIGN
           TO "dados\CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.

      *=== HISTORICO DAS CARTAS, 1 REGISTRO POR FATURA AVISADA
           SELECT COBHIST ASSIGN
           TO "dados\COBRANCA_HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBH-CHAVE
               ALTERNATE RECORD KEY IS CBH-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-COBHIST.

      *=== PROXIMO NUMERO DE CARTA, 1 LINHA SO
           SELECT CBNUMCTL ASSIGN
           TO "dados\COBRANCANUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CBNUM.

      *=== CARTAS PARA IMPRESSAO, LINHAS DE 80 COLUNAS
           SELECT CARTAS ASSIGN
           TO "dados\COBRANCA_CARTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

      *=== LISTA DE ENVIO POR EMAIL, LARGURA FIXA, 1 LINHA POR CARTA
           SELECT EMAILS ASSIGN
           TO "dados\COBRANCA_EMAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMAILS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  CONTATOS.
           COPY "CTTREG.cpy".

       FD  COBHIST.
           COPY "CBHREG.cpy".

       FD  CBNUMCTL.
       01  REG-CBNUM                   PIC 9(006).

       FD  CARTAS.
       01  REG-CARTA                   PIC X(080).

      *=== CARTA(6) ESTAGIO(1) TIPO(1) ID(6) CLIENTE(30) EMAIL(40)
      *=== QTD DE FATURAS(3) TOTAL COM ENCARGOS(11, 2 DECIMAIS); O
      *=== TEXTO E O DA CARTA DE MESMO NUMERO EM COBRANCA_CARTAS.TXT
       FD  EMAILS.
       01  REG-COBEMAIL.
           05  CBE-CARTA               PIC 9(006).
           05  CBE-ESTAGIO             PIC 9(001).
           05  CBE-TIPO-CLI            PIC X(001).
           05  CBE-CLI-ID              PIC 9(006).
           05  CBE-CLIENTE             PIC X(030).
           05  CBE-EMAIL               PIC X(040).
           05  CBE-QTD-FATURAS         PIC 9(003).
           05  CBE-TOTAL               PIC 9(009)V99.

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-COBHIST           PIC 9(002) VALUE ZEROS.
       77  FS-CBNUM             PIC 9(002) VALUE ZEROS.
       77  FS-CARTAS            PIC 9(002) VALUE ZEROS.
       77  FS-EMAILS            PIC 9(002) VALUE ZEROS.
       77  FS-CONTATOS          PIC 9(002) VALUE ZEROS.

      *=== MODO: 1-EMITIR CARTAS / 2-HISTORICO DO CLIENTE
       77  WRK-MODO             PIC X(001) VALUE "1".
           88  MODO-CARTAS                 VALUE "1".
           88  MODO-HISTORICO              VALUE "2".

      *=== SEM CLIENTES.DAT AS CARTAS SAEM SO IMPRESSAS, SEM ENDERECO
       77  WRK-CADASTRO         PIC X(001) VALUE "N".
           88  CADASTRO-ABERTO             VALUE "S".

      *=== CONTA DE DIAS APROXIMADA, COMO NO AGING DO PROGRAMA12
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(004).
           05  WRK-HOJE-MES     PIC 9(002).
           05  WRK-HOJE-DIA     PIC 9(002).
       01  WRK-DATA-VENC        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           05  WRK-VEN-ANO      PIC 9(004).
           05  WRK-VEN-MES      PIC 9(002).
           05  WRK-VEN-DIA      PIC 9(002).
       77  WRK-DIAS-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-VENC        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(005) VALUE ZEROS.

      *=== INICIO DE CADA ESTAGIO EM DIAS DE ATRASO (FAIXAS DO AGING:
      *=== ATE 30 / 31 A 90 / MAIS DE 90)
       77  WRK-INICIO-ESTAGIO-2 PIC 9(003) VALUE 31.
       77  WRK-INICIO-ESTAGIO-3 PIC 9(003) VALUE 91.

      *=== DATA AAAAMMDD EDITADA DD/MM/AAAA PARA A CARTA
       01  WRK-DATA-EDITAR      PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-EDITAR-R REDEFINES WRK-DATA-EDITAR.
           05  WRK-EDT-ANO      PIC 9(004).
           05  WRK-EDT-MES      PIC 9(002).
           05  WRK-EDT-DIA      PIC 9(002).
       77  WRK-DATA-BR          PIC 9(008) VALUE ZEROS.

      *=== CLIENTE CORRENTE (QUEBRA PELA CHAVE ALTERNADA)
       01  WRK-CHAVE-CLI.
           05  WRK-CLI-TIPO     PIC X(001) VALUE "C".
           05  WRK-CLI-ID       PIC 9(006) VALUE ZEROS.
       77  WRK-NOME-CLIENTE     PIC X(030) VALUE SPACES.
       77  WRK-ENDERECO         PIC X(040) VALUE SPACES.
       77  WRK-EMAIL-CLIENTE    PIC X(040) VALUE SPACES.
       77  WRK-CONTATO-CARTA    PIC X(020) VALUE SPACES.
       77  WRK-CEP-CARTA        PIC 9(008) VALUE ZEROS.
       77  WRK-ENVIA-EMAIL      PIC X(001) VALUE "N".
           88  ENVIA-EMAIL                 VALUE "S".

      *=== FATURAS VENCIDAS DO CLIENTE CORRENTE, COM O ESTAGIO DE CADA
      *=== UMA E SE ELA JA FOI AVISADA NESSE ESTAGIO (OU ACIMA)
       01  WRK-TAB-VENCIDAS.
           05  WRK-VEN-ITEM     OCCURS 50 TIMES.
               10  WRK-VEN-FATURA       PIC 9(006).
               10  WRK-VEN-VENCIMENTO   PIC 9(008).
               10  WRK-VEN-DIAS         PIC 9(005).
               10  WRK-VEN-ESTAGIO      PIC 9(001).
               10  WRK-VEN-SALDO        PIC 9(008)V99.
               10  WRK-VEN-ENCARGOS     PIC 9(008)V99.
               10  WRK-VEN-AVISADA      PIC X(001).
       77  WRK-QTD-VEN          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-VEN          PIC 9(002) VALUE ZEROS.
       77  WRK-QTD-EXCEDENTE    PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-NOVAS        PIC 9(002) VALUE ZEROS.
       77  WRK-ESTAGIO          PIC 9(001) VALUE ZEROS.
       77  WRK-ESTAGIO-CARTA    PIC 9(001) VALUE ZEROS.
       77  WRK-IND-EST          PIC 9(001) VALUE ZEROS.
       77  WRK-FAT-AVISADA      PIC X(001) VALUE "N".
           88  FATURA-AVISADA              VALUE "S".
       77  WRK-TOTAL-SALDOS     PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-CARTA      PIC 9(009)V99 VALUE ZEROS.

      *=== NUMERACAO DAS CARTAS
       77  WRK-PROX-CARTA       PIC 9(006) VALUE ZEROS.

      *=== TOTAIS DA EXECUCAO
       77  WRK-QTD-CLIENTES     PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-JA-AVISADOS  PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-SEM-VINCULO  PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-POR-EMAIL    PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-SEM-EMAIL    PIC 9(005) VALUE ZEROS.
       01  WRK-TAB-QTD-ESTAGIO.
           05  WRK-QTD-ESTAGIO  PIC 9(005) OCCURS 3 TIMES.
       77  WRK-QTD-HISTORICO    PIC 9(005) VALUE ZEROS.

      *=== TITULO E TEXTO DA CARTA DE CADA ESTAGIO
       01  WRK-TAB-TEXTOS.
           05  FILLER           PIC X(030) VALUE
               "LEMBRETE DE PAGAMENTO".
           05  FILLER           PIC X(060) VALUE
               "NAO IDENTIFICAMOS O PAGAMENTO DAS FATURAS ABAIXO.".
           05  FILLER           PIC X(060) VALUE
               "SE O PAGAMENTO JA FOI FEITO, POR FAVOR DESCONSIDERE".
           05  FILLER           PIC X(060) VALUE
               "ESTE AVISO. AGRADECEMOS A ATENCAO.".
           05  FILLER           PIC X(030) VALUE
               "SEGUNDO AVISO DE COBRANCA".
           05  FILLER           PIC X(060) VALUE
               "AS FATURAS ABAIXO CONTINUAM EM ABERTO APESAR DO NOSSO".
           05  FILLER           PIC X(060) VALUE
               "LEMBRETE ANTERIOR. PEDIMOS A REGULARIZACAO IMEDIATA OU".
           05  FILLER           PIC X(060) VALUE
               "O CONTATO COM O FINANCEIRO PARA UM ACORDO.".
           05  FILLER           PIC X(030) VALUE
               "AVISO FINAL ANTES DO PROTESTO".
           05  FILLER           PIC X(060) VALUE
               "ESGOTADOS OS AVISOS ANTERIORES, SEM O PAGAMENTO EM ATE".
           05  FILLER           PIC X(060) VALUE
               "10 DIAS DESTA CARTA AS FATURAS ABAIXO SERAO ENVIADAS".
           05  FILLER           PIC X(060) VALUE
               "A PROTESTO EM CARTORIO.".
       01  WRK-TAB-TEXTOS-R REDEFINES WRK-TAB-TEXTOS.
           05  WRK-TXT-ESTAGIO  OCCURS 3 TIMES.
               10  WRK-TXT-TITULO       PIC X(030).
               10  WRK-TXT-LINHA        PIC X(060) OCCURS 3 TIMES.
       77  WRK-IND-TXT          PIC 9(001) VALUE ZEROS.

      *=== LINHAS DA CARTA
       01  WRK-LIN-SEPARADOR    PIC X(080) VALUE ALL "=".
       01  WRK-LIN-CABEC1.
           05  FILLER           PIC X(050) VALUE
               "XPTO - CONTAS A RECEBER".
           05  FILLER           PIC X(014) VALUE "CARTA".
           05  WRK-LC1-CARTA    PIC 9(006).
           05  FILLER           PIC X(010) VALUE SPACES.
       01  WRK-LIN-CABEC2.
           05  WRK-LC2-TITULO   PIC X(030).
           05  FILLER           PIC X(020) VALUE SPACES.
           05  FILLER           PIC X(010) VALUE "DATA".
           05  WRK-LC2-DATA     PIC 99/99/9999.
           05  FILLER           PIC X(010) VALUE SPACES.
       01  WRK-LIN-DESTINO.
           05  FILLER           PIC X(005) VALUE "A/C: ".
           05  WRK-LD-NOME      PIC X(030).
           05  FILLER           PIC X(011) VALUE "  CLIENTE: ".
           05  WRK-LD-TIPO      PIC X(001).
           05  WRK-LD-ID        PIC 9(006).
           05  FILLER           PIC X(027) VALUE SPACES.
       01  WRK-LIN-ATENCAO.
           05  FILLER           PIC X(005) VALUE SPACES.
           05  FILLER           PIC X(009) VALUE "ATENCAO: ".
           05  WRK-LA-CONTATO   PIC X(020).
           05  FILLER           PIC X(046) VALUE SPACES.
       01  WRK-LIN-ENDERECO.
           05  FILLER           PIC X(005) VALUE SPACES.
           05  WRK-LE-ENDERECO  PIC X(040).
           05  WRK-LE-ROTULO-CEP PIC X(005).
           05  WRK-LE-CEP       PIC X(009).
           05  FILLER           PIC X(021) VALUE SPACES.
       01  WRK-LIN-TEXTO.
           05  WRK-LX-TEXTO     PIC X(060).
           05  FILLER           PIC X(020) VALUE SPACES.
       01  WRK-LIN-TITULOS.
           05  FILLER           PIC X(026) VALUE
               "FATURA  VENCIMENTO   DIAS".
           05  FILLER           PIC X(014) VALUE "        SALDO".
           05  FILLER           PIC X(014) VALUE "     ENCARGOS".
           05  FILLER           PIC X(013) VALUE "        TOTAL".
           05  FILLER           PIC X(013) VALUE SPACES.
       01  WRK-LIN-FATURA.
           05  WRK-LF-FATURA    PIC 9(006).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LF-VENCIMENTO PIC 99/99/9999.
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LF-DIAS      PIC ZZZZ9.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LF-SALDO     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LF-ENCARGOS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LF-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(013) VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05  FILLER           PIC X(025) VALUE
               "TOTAL ATUALIZADO".
           05  WRK-LT-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
           05  WRK-LT-ENCARGOS  PIC ZZZ.ZZZ.ZZ9,99.
           05  WRK-LT-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(013) VALUE SPACES.
       01  WRK-LIN-EXCEDENTE.
           05  FILLER           PIC X(007) VALUE "E MAIS ".
           05  WRK-LX-QTD       PIC ZZ9.
           05  FILLER           PIC X(070) VALUE
               " FATURA(S) VENCIDA(S) - CONSULTE O FINANCEIRO".

       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ENCARGOS-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== VALIDACAO DE FORMATO DO EMAIL (COPYBOOKS EMAILWS/EMAILPR)
       COPY "EMAILWS.cpy".

      *=== CONTATO/ENDERECO DA CARTA (COPYBOOKS CTTWS/CTTPR)
       COPY "CTTWS.cpy".

      *=== ENCARGOS DE ATRASO (COPYBOOKS FATENCWS/FATENCPR)
       COPY "FATENCWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           IF MODO-CARTAS
               PERFORM 0200-EMITIR-CARTAS
           ELSE
               PERFORM 0500-HISTORICO-CLIENTE
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               WRK-HOJE-ANO * 365 + WRK-HOJE-MES * 30 + WRK-HOJE-DIA.

           DISPLAY "MODO (1-EMITIR CARTAS / 2-HISTORICO DO CLIENTE): ".
           ACCEPT WRK-MODO.
           IF NOT MODO-HISTORICO
               MOVE "1" TO WRK-MODO
           END-IF.

      *=== O HISTORICO (1A EXECUCAO CRIA VAZIO); A CONSULTA SO LE
           IF MODO-CARTAS
               OPEN I-O COBHIST
               IF FS-COBHIST EQUAL 35
                   OPEN OUTPUT COBHIST
                   CLOSE COBHIST
                   OPEN I-O COBHIST
               END-IF
           ELSE
               OPEN INPUT COBHIST
           END-IF.
           IF FS-COBHIST NOT EQUAL 00
               DISPLAY "COBRANCA_HIST.DAT NAO FOI ABERTO - FS "
                       FS-COBHIST
               STOP RUN
           END-IF.

           IF MODO-CARTAS
               PERFORM 0110-ABRIR-EMISSAO
           END-IF.

      *=== ARQUIVOS SO DA EMISSAO: LIVRO, CADASTRO, NUMERACAO E SAIDAS
       0110-ABRIR-EMISSAO    SECTION.
           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               CLOSE COBHIST
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CADASTRO
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NAO FOI ABERTO - FS "
                       FS-CLIENTES " - CARTAS SO IMPRESSAS"
           END-IF.

      *=== SEM CONTATOS.DAT VALE SO O ENDERECO/EMAIL DO CLIREG
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS EQUAL 00
               MOVE "S" TO WRK-CTT-ABERTO
           END-IF.

      *=== PROXIMO NUMERO DE CARTA (1A EXECUCAO = 1)
           MOVE 1 TO WRK-PROX-CARTA.
           OPEN INPUT CBNUMCTL.
           IF FS-CBNUM EQUAL 00
               READ CBNUMCTL
               IF FS-CBNUM EQUAL 00
                   MOVE REG-CBNUM TO WRK-PROX-CARTA
               END-IF
               CLOSE CBNUMCTL
           END-IF.

           OPEN OUTPUT CARTAS.
           OPEN OUTPUT EMAILS.
           IF FS-CARTAS NOT EQUAL 00
              OR FS-EMAILS NOT EQUAL 00
               DISPLAY "COBRANCA_CARTAS.TXT/COBRANCA_EMAIL.TXT NAO "
                       "FORAM ABERTOS - FS " FS-CARTAS " " FS-EMAILS
               STOP RUN
           END-IF.

      *=== MODO 1: PERCORRE O LIVRO PELA CHAVE DO CLIENTE, JUNTANDO AS
      *=== FATURAS VENCIDAS DE CADA UM; NA QUEBRA DE CLIENTE DECIDE A
      *=== CARTA
       0200-EMITIR-CARTAS    SECTION.
           MOVE ZEROS      TO WRK-TAB-QTD-ESTAGIO.
           MOVE ZEROS      TO WRK-QTD-VEN.
           MOVE ZEROS      TO WRK-QTD-EXCEDENTE.
           MOVE LOW-VALUES TO WRK-CHAVE-CLI.
           MOVE LOW-VALUES TO FAT-CHAVE-CLI.
           START RECEBER KEY IS NOT LESS THAN FAT-CHAVE-CLI
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
                   PERFORM 0220-FECHAR-CLIENTE
                   MOVE FAT-CHAVE-CLI TO WRK-CHAVE-CLI
                   MOVE FAT-CLIENTE   TO WRK-NOME-CLIENTE
               END-IF
               IF (FATURA-ABERTA OR FATURA-PARCIAL)
                  AND FAT-VENCIMENTO LESS WRK-DATA-HOJE
                  AND FAT-SALDO GREATER ZEROS
                   PERFORM 0210-GUARDAR-FATURA
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.
           PERFORM 0220-FECHAR-CLIENTE.

      *=== GUARDA O PROXIMO NUMERO PARA A EXECUCAO SEGUINTE
           OPEN OUTPUT CBNUMCTL.
           MOVE WRK-PROX-CARTA TO REG-CBNUM.
           WRITE REG-CBNUM.
           CLOSE CBNUMCTL.

           DISPLAY "==================================".
           DISPLAY "CLIENTES COM ATRASO..... " WRK-QTD-CLIENTES.
           DISPLAY "  JA AVISADOS (SEM CARTA) " WRK-QTD-JA-AVISADOS.
           DISPLAY "CARTAS DE LEMBRETE...... " WRK-QTD-ESTAGIO(1).
           DISPLAY "CARTAS DE SEGUNDO AVISO. " WRK-QTD-ESTAGIO(2).
           DISPLAY "CARTAS DE AVISO FINAL... " WRK-QTD-ESTAGIO(3).
           DISPLAY "  TAMBEM POR EMAIL...... " WRK-QTD-POR-EMAIL.
           DISPLAY "  SO IMPRESSAS.......... " WRK-QTD-SEM-EMAIL.
           DISPLAY "FATURAS SEM VINCULO..... " WRK-QTD-SEM-VINCULO.

      *=== FATURA VENCIDA CORRENTE: ATRASO, ESTAGIO, ENCARGOS ATE HOJE
      *=== E SE O HISTORICO JA TEM O AVISO DELA NESSE ESTAGIO OU ACIMA
       0210-GUARDAR-FATURA   SECTION.
           IF FAT-CLI-ID EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-VINCULO
           ELSE
           IF WRK-QTD-VEN EQUAL 50
               ADD 1 TO WRK-QTD-EXCEDENTE
           ELSE
               PERFORM 0215-CALCULAR-ATRASO
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO NOT LESS WRK-INICIO-ESTAGIO-3
                       MOVE 3 TO WRK-ESTAGIO
                   WHEN WRK-DIAS-ATRASO NOT LESS WRK-INICIO-ESTAGIO-2
                       MOVE 2 TO WRK-ESTAGIO
                   WHEN OTHER
                       MOVE 1 TO WRK-ESTAGIO
               END-EVALUATE
               MOVE WRK-DATA-HOJE TO WRK-ENC-DATA-FIM
               PERFORM 9300-APURAR-ENCARGOS
               PERFORM 0212-VERIFICAR-HISTORICO

               ADD 1 TO WRK-QTD-VEN
               MOVE FAT-NUMERO         TO WRK-VEN-FATURA(WRK-QTD-VEN)
               MOVE FAT-VENCIMENTO
                 TO WRK-VEN-VENCIMENTO(WRK-QTD-VEN)
               MOVE WRK-DIAS-ATRASO    TO WRK-VEN-DIAS(WRK-QTD-VEN)
               MOVE WRK-ESTAGIO        TO WRK-VEN-ESTAGIO(WRK-QTD-VEN)
               MOVE FAT-SALDO          TO WRK-VEN-SALDO(WRK-QTD-VEN)
               MOVE WRK-VALOR-ENCARGOS
                 TO WRK-VEN-ENCARGOS(WRK-QTD-VEN)
               MOVE WRK-FAT-AVISADA    TO WRK-VEN-AVISADA(WRK-QTD-VEN)
           END-IF
           END-IF.

      *=== A FATURA JA FOI AVISADA NO ESTAGIO DELA OU NUM ESTAGIO ACIMA?
       0212-VERIFICAR-HISTORICO SECTION.
           MOVE "N" TO WRK-FAT-AVISADA.
           PERFORM VARYING WRK-IND-EST FROM WRK-ESTAGIO BY 1
                     UNTIL WRK-IND-EST GREATER 3
                        OR FATURA-AVISADA
               MOVE FAT-NUMERO  TO CBH-FATURA
               MOVE WRK-IND-EST TO CBH-ESTAGIO
               READ COBHIST
                   KEY IS CBH-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-FAT-AVISADA
               END-READ
           END-PERFORM.

      *=== DIAS DE ATRASO APROXIMADOS DA FATURA CORRENTE ATE HOJE
       0215-CALCULAR-ATRASO  SECTION.
           MOVE FAT-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-VENC =
               WRK-VEN-ANO * 365 + WRK-VEN-MES * 30 + WRK-VEN-DIA.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.

      *=== QUEBRA DE CLIENTE: A CARTA SAI NO MAIOR ESTAGIO DAS FATURAS,
      *=== SE ALGUMA AINDA NAO FOI AVISADA NO ESTAGIO EM QUE ESTA
       0220-FECHAR-CLIENTE   SECTION.
           IF WRK-QTD-VEN GREATER ZEROS
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE ZEROS TO WRK-ESTAGIO-CARTA
               MOVE ZEROS TO WRK-QTD-NOVAS
               PERFORM VARYING WRK-IND-VEN FROM 1 BY 1
                         UNTIL WRK-IND-VEN GREATER WRK-QTD-VEN
                   IF WRK-VEN-ESTAGIO(WRK-IND-VEN)
                      GREATER WRK-ESTAGIO-CARTA
                       MOVE WRK-VEN-ESTAGIO(WRK-IND-VEN)
                         TO WRK-ESTAGIO-CARTA
                   END-IF
                   IF WRK-VEN-AVISADA(WRK-IND-VEN) EQUAL "N"
                       ADD 1 TO WRK-QTD-NOVAS
                   END-IF
               END-PERFORM
               IF WRK-QTD-NOVAS EQUAL ZEROS
                   ADD 1 TO WRK-QTD-JA-AVISADOS
               ELSE
                   PERFORM 0230-EMITIR-CARTA
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-QTD-VEN.
           MOVE ZEROS TO WRK-QTD-EXCEDENTE.

      *=== IMPRIME A CARTA, MANDA PARA A LISTA DE EMAIL SE FOR O CASO E
      *=== ANOTA CADA FATURA DELA NO HISTORICO
       0230-EMITIR-CARTA     SECTION.
           PERFORM 0235-BUSCAR-CADASTRO.
           MOVE ZEROS TO WRK-TOTAL-SALDOS.
           MOVE ZEROS TO WRK-TOTAL-ENCARGOS.
           MOVE WRK-ESTAGIO-CARTA TO WRK-IND-TXT.

           MOVE WRK-LIN-SEPARADOR TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE WRK-PROX-CARTA TO WRK-LC1-CARTA.
           MOVE WRK-LIN-CABEC1 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE WRK-TXT-TITULO(WRK-IND-TXT) TO WRK-LC2-TITULO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-EDITAR.
           PERFORM 0290-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LC2-DATA.
           MOVE WRK-LIN-CABEC2 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE WRK-NOME-CLIENTE TO WRK-LD-NOME.
           MOVE WRK-CLI-TIPO     TO WRK-LD-TIPO.
           MOVE WRK-CLI-ID       TO WRK-LD-ID.
           MOVE WRK-LIN-DESTINO TO REG-CARTA.
           WRITE REG-CARTA.
           IF WRK-CONTATO-CARTA NOT EQUAL SPACES
               MOVE WRK-CONTATO-CARTA TO WRK-LA-CONTATO
               MOVE WRK-LIN-ATENCAO TO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           IF WRK-ENDERECO NOT EQUAL SPACES
               MOVE WRK-ENDERECO TO WRK-LE-ENDERECO
               MOVE SPACES TO WRK-LE-ROTULO-CEP
               MOVE SPACES TO WRK-LE-CEP
               IF WRK-CEP-CARTA GREATER ZEROS
                   MOVE WRK-CEP-CARTA TO WRK-CTT-USO-CEP
                   PERFORM 9148-EDITAR-CEP
                   MOVE " CEP " TO WRK-LE-ROTULO-CEP
                   MOVE WRK-CTT-CEP-ED TO WRK-LE-CEP
               END-IF
               MOVE WRK-LIN-ENDERECO TO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

           PERFORM VARYING WRK-IND-EST FROM 1 BY 1
                     UNTIL WRK-IND-EST GREATER 3
               MOVE WRK-TXT-LINHA(WRK-IND-TXT, WRK-IND-EST)
                 TO WRK-LX-TEXTO
               MOVE WRK-LIN-TEXTO TO REG-CARTA
               WRITE REG-CARTA
           END-PERFORM.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE WRK-LIN-TITULOS TO REG-CARTA.
           WRITE REG-CARTA.
           PERFORM VARYING WRK-IND-VEN FROM 1 BY 1
                     UNTIL WRK-IND-VEN GREATER WRK-QTD-VEN
               PERFORM 0240-IMPRIMIR-FATURA
               PERFORM 0250-GRAVAR-HISTORICO
           END-PERFORM.
           IF WRK-QTD-EXCEDENTE GREATER ZEROS
               MOVE WRK-QTD-EXCEDENTE TO WRK-LX-QTD
               MOVE WRK-LIN-EXCEDENTE TO REG-CARTA
               WRITE REG-CARTA
           END-IF.

           COMPUTE WRK-TOTAL-CARTA =
               WRK-TOTAL-SALDOS + WRK-TOTAL-ENCARGOS.
           MOVE WRK-TOTAL-SALDOS   TO WRK-LT-SALDO.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-LT-ENCARGOS.
           MOVE WRK-TOTAL-CARTA    TO WRK-LT-TOTAL.
           MOVE WRK-LIN-TOTAL TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

           IF ENVIA-EMAIL
               MOVE WRK-PROX-CARTA    TO CBE-CARTA
               MOVE WRK-ESTAGIO-CARTA TO CBE-ESTAGIO
               MOVE WRK-CLI-TIPO      TO CBE-TIPO-CLI
               MOVE WRK-CLI-ID        TO CBE-CLI-ID
               MOVE WRK-NOME-CLIENTE  TO CBE-CLIENTE
               MOVE WRK-EMAIL-CLIENTE TO CBE-EMAIL
               MOVE WRK-QTD-VEN       TO CBE-QTD-FATURAS
               MOVE WRK-TOTAL-CARTA   TO CBE-TOTAL
               WRITE REG-COBEMAIL
               ADD 1 TO WRK-QTD-POR-EMAIL
           ELSE
               ADD 1 TO WRK-QTD-SEM-EMAIL
           END-IF.

           MOVE WRK-TOTAL-CARTA TO WRK-VALOR-ED.
           DISPLAY "CARTA " WRK-PROX-CARTA " ESTAGIO "
                   WRK-ESTAGIO-CARTA " " WRK-NOME-CLIENTE " "
                   WRK-VALOR-ED.
           ADD 1 TO WRK-QTD-ESTAGIO(WRK-ESTAGIO-CARTA).
           ADD 1 TO WRK-PROX-CARTA.

      *=== ENDERECO DO CADASTRO E, COM CONSENTIMENTO E EMAIL VALIDO, O
      *=== ENVIO POR EMAIL (ALUNO NAO TEM CADASTRO EM CLIENTES.DAT);
      *=== CONTATO DE COBRANCA PRIMEIRO, DEPOIS O PRINCIPAL
       0235-BUSCAR-CADASTRO  SECTION.
           MOVE SPACES TO WRK-ENDERECO.
           MOVE SPACES TO WRK-EMAIL-CLIENTE.
           MOVE SPACES TO WRK-CONTATO-CARTA.
           MOVE ZEROS  TO WRK-CEP-CARTA.
           MOVE "N"    TO WRK-ENVIA-EMAIL.
           IF WRK-CLI-TIPO EQUAL "C"
              AND CADASTRO-ABERTO
               MOVE WRK-CLI-ID TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "1" TO WRK-CTT-TIPO-1
                       MOVE "P" TO WRK-CTT-TIPO-2
                       PERFORM 9140-ESCOLHER-CONTATO
                       MOVE WRK-CTT-USO-ENDERECO TO WRK-ENDERECO
                       MOVE WRK-CTT-USO-CEP      TO WRK-CEP-CARTA
                       MOVE WRK-CTT-USO-NOME     TO WRK-CONTATO-CARTA
                       IF CLIENTE-CONSENTIU
                           MOVE WRK-CTT-USO-EMAIL TO WRK-EMAIL-VALIDAR
                           PERFORM 9070-VALIDAR-EMAIL
                           IF EMAIL-VALIDO
                               MOVE WRK-CTT-USO-EMAIL
                                 TO WRK-EMAIL-CLIENTE
                               MOVE "S" TO WRK-ENVIA-EMAIL
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *=== LINHA DA FATURA WRK-IND-VEN NA CARTA, SOMANDO OS TOTAIS
       0240-IMPRIMIR-FATURA  SECTION.
           MOVE WRK-VEN-FATURA(WRK-IND-VEN) TO WRK-LF-FATURA.
           MOVE WRK-VEN-VENCIMENTO(WRK-IND-VEN) TO WRK-DATA-EDITAR.
           PERFORM 0290-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LF-VENCIMENTO.
           MOVE WRK-VEN-DIAS(WRK-IND-VEN)     TO WRK-LF-DIAS.
           MOVE WRK-VEN-SALDO(WRK-IND-VEN)    TO WRK-LF-SALDO.
           MOVE WRK-VEN-ENCARGOS(WRK-IND-VEN) TO WRK-LF-ENCARGOS.
           COMPUTE WRK-LF-TOTAL =
               WRK-VEN-SALDO(WRK-IND-VEN)
             + WRK-VEN-ENCARGOS(WRK-IND-VEN).
           MOVE WRK-LIN-FATURA TO REG-CARTA.
           WRITE REG-CARTA.
           ADD WRK-VEN-SALDO(WRK-IND-VEN)    TO WRK-TOTAL-SALDOS.
           ADD WRK-VEN-ENCARGOS(WRK-IND-VEN) TO WRK-TOTAL-ENCARGOS.

      *=== A FATURA WRK-IND-VEN FICA AVISADA NO ESTAGIO DA CARTA; SE JA
      *=== TINHA ESSE AVISO (LISTADA DE NOVO JUNTO COM UMA NOVA), O
      *=== REGISTRO ANTIGO FICA
       0250-GRAVAR-HISTORICO SECTION.
           MOVE WRK-VEN-FATURA(WRK-IND-VEN)   TO CBH-FATURA.
           MOVE WRK-ESTAGIO-CARTA             TO CBH-ESTAGIO.
           MOVE WRK-CHAVE-CLI                 TO CBH-CHAVE-CLI.
           MOVE WRK-NOME-CLIENTE              TO CBH-CLIENTE.
           MOVE WRK-PROX-CARTA                TO CBH-CARTA.
           MOVE WRK-DATA-HOJE                 TO CBH-DATA.
           MOVE WRK-VEN-DIAS(WRK-IND-VEN)     TO CBH-DIAS-ATRASO.
           MOVE WRK-VEN-SALDO(WRK-IND-VEN)    TO CBH-SALDO.
           MOVE WRK-VEN-ENCARGOS(WRK-IND-VEN) TO CBH-ENCARGOS.
           IF ENVIA-EMAIL
               MOVE "E" TO CBH-CANAL
           ELSE
               MOVE "I" TO CBH-CANAL
           END-IF.
           WRITE REG-COBHIST
               INVALID KEY
                   IF FS-COBHIST NOT EQUAL 22
                       DISPLAY "FALHA AO GRAVAR O HISTORICO DA FATURA "
                               CBH-FATURA " - FS " FS-COBHIST
                   END-IF
           END-WRITE.

      *=== WRK-DATA-EDITAR (AAAAMMDD) VIRA WRK-DATA-BR (DDMMAAAA)
       0290-EDITAR-DATA      SECTION.
           COMPUTE WRK-DATA-BR =
               WRK-EDT-DIA * 1000000 + WRK-EDT-MES * 10000
             + WRK-EDT-ANO.

      *=== MODO 2: AS CARTAS JA MANDADAS A 1 CLIENTE, FATURA A FATURA
       0500-HISTORICO-CLIENTE SECTION.
           DISPLAY "TIPO DO CLIENTE (C-CLIENTE / A-ALUNO): ".
           ACCEPT WRK-CLI-TIPO.
           IF WRK-CLI-TIPO EQUAL SPACES
               MOVE "C" TO WRK-CLI-TIPO
           END-IF.
           DISPLAY "ID DO CLIENTE: ".
           ACCEPT WRK-CLI-ID.

           MOVE ZEROS TO WRK-QTD-HISTORICO.
           MOVE WRK-CHAVE-CLI TO CBH-CHAVE-CLI.
           START COBHIST KEY IS EQUAL CBH-CHAVE-CLI
               INVALID KEY CONTINUE
           END-START.
           IF FS-COBHIST EQUAL 00
               READ COBHIST NEXT RECORD
           END-IF.
           DISPLAY "==== CARTAS DE COBRANCA DO CLIENTE ====".
           PERFORM UNTIL FS-COBHIST NOT EQUAL 00
                      OR CBH-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
               ADD 1 TO WRK-QTD-HISTORICO
               MOVE CBH-SALDO    TO WRK-VALOR-ED
               MOVE CBH-ENCARGOS TO WRK-ENCARGOS-ED
               DISPLAY CBH-DATA " CARTA " CBH-CARTA " "
                       WRK-TXT-TITULO(CBH-ESTAGIO)
               DISPLAY "    FATURA " CBH-FATURA " ATRASO "
                       CBH-DIAS-ATRASO " SALDO " WRK-VALOR-ED
                       " ENCARGOS " WRK-ENCARGOS-ED " CANAL "
                       CBH-CANAL
               READ COBHIST NEXT RECORD
           END-PERFORM.
           IF WRK-QTD-HISTORICO EQUAL ZEROS
               DISPLAY "NENHUMA CARTA DE COBRANCA PARA O CLIENTE"
           END-IF.

       0300-FINALIZAR        SECTION.
           CLOSE COBHIST.
           IF MODO-CARTAS
               CLOSE RECEBER
                     CARTAS
                     EMAILS
               IF CADASTRO-ABERTO
                   CLOSE CLIENTES
               END-IF
               IF CONTATOS-ABERTOS
                   CLOSE CONTATOS
               END-IF
               DISPLAY "CARTAS EM COBRANCA_CARTAS.TXT, ENVIOS EM "
                       "COBRANCA_EMAIL.TXT"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       COPY "EMAILPR.cpy".
       COPY "FATENCPR.cpy".
       COPY "CTTPR.cpy".
