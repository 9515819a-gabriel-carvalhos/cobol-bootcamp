       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATEXTC.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: EXTRATO DE CONTA DO CLIENTE: QUANDO O CLIENTE
      *==            LIGAVA PERGUNTANDO O SALDO, O BALCAO PROCURAVA AS
      *==            FATURAS DELE NA LISTA DO PROGRAMA12. NO MODO 1 O
      *==            PROGRAMA PEDE O REG-ID E O PERIODO E IMPRIME O
      *==            CABECALHO DO CADASTRO (CLIENTES.DAT), O SALDO
      *==            ANTERIOR, CADA FATURA, PAGAMENTO, ENCARGO, CREDITO,
      *==            NOTA DE CREDITO E ESTORNO DO PERIODO EM ORDEM DE
      *==            DATA COM O SALDO CORRENTE, E NO FIM O AGING DO QUE
      *==            AINDA ESTA EM ABERTO NO LIVRO (FAIXAS DO
      *==            PROGRAMA12).
      *==            O MODO 2 EMITE DE UMA VEZ O EXTRATO DO MES DE TODO
      *==            CLIENTE QUE TEVE MOVIMENTO NA COMPETENCIA, PARA
      *==            ENVIO: IMPRESSAO EM EXTRATOS_AAAAMM.TXT E, PARA O
      *==            CLIENTE COM EMAIL VALIDO QUE CONSENTIU (CLIREG), A
      *==            LISTA EXTRATOS_AAAAMM_EMAIL.TXT
      *==  DATA: 25/06/2025
      *==  OBSERVACOES: O MOVIMENTO VEM DO JORNAL CONTAS_RECEBER.LOG,
      *==               ORDENADO PELO SORT EXTERNO (CLIENTE, DATA DO
      *==               MOVIMENTO E HORA DO LANCAMENTO), COM O MESMO
      *==               EFEITO NO SALDO QUE O FATFECH DA A CADA
      *==               OPERACAO: A PARTE DE PRINCIPAL E ENCARGOS DE
      *==               CADA PAGAMENTO (E DO ESTORNADO) VEM DE
      *==               FAT_PAGAMENTOS.DAT. O SALDO ANTERIOR E A SOMA
      *==               DE TUDO ANTES DO INICIO DO PERIODO. O AGING E O
      *==               DO LIVRO NO DIA DA EMISSAO, COM A CONTA DE DIAS
      *==               APROXIMADA (ANO*365 + MES*30 + DIA). FATURA SEM
      *==               CLIENTE VINCULADO (ID ZERO, VER CLIVINC) NAO
      *==               ENTRA NO MODO 2. OS ARQUIVOS DE SAIDA SAO
      *==               REGRAVADOS A CADA EXECUCAO
      *==  ALTERACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER, LIDO PELA CHAVE ALTERNADA DO
      *=== CLIENTE PARA O AGING
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LINHAS DE PAGAMENTO DE CADA FATURA (SO CONSULTA)
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: NOME, ENDERECO, CONTATO
      *=== E CONSENTIMENTO)
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

      *=== JORNAL DE LANCAMENTOS COMPARTILHADO, AQUI SOMENTE LEITURA
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== EXTRATOS PARA IMPRESSAO, LINHAS DE 80 COLUNAS (NOME COM O
      *=== CLIENTE OU A COMPETENCIA, MONTADO NA HORA)
           SELECT EXTRATOS ASSIGN
           TO WRK-PATH-EXTRATOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATOS.

      *=== LISTA DE ENVIO POR EMAIL DO MODO 2, 1 LINHA POR EXTRATO
           SELECT EMAILS ASSIGN
           TO WRK-PATH-EMAILS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMAILS.

      *=== ARQUIVO DE TRABALHO DO SORT EXTERNO DO JORNAL
           SELECT ORDENACAO ASSIGN
           TO "dados\EXTRATO.SRT".

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  EXTRATOS.
       01  REG-EXTRATO                 PIC X(080).

      *=== COMPETENCIA(6) TIPO(1) ID(6) CLIENTE(30) EMAIL(40) SALDO NO
      *=== FIM DO MES(12, 2 DECIMAIS, COM SINAL) EM ABERTO NO LIVRO(11,
      *=== 2 DECIMAIS); O TEXTO E O DO EXTRATO DO CLIENTE NO ARQUIVO DE
      *=== IMPRESSAO DA MESMA COMPETENCIA
       FD  EMAILS.
       01  REG-EXTEMAIL.
           05  EXE-COMPETENCIA         PIC 9(006).
           05  EXE-TIPO-CLI            PIC X(001).
           05  EXE-CLI-ID              PIC 9(006).
           05  EXE-CLIENTE             PIC X(030).
           05  EXE-EMAIL               PIC X(040).
           05  EXE-SALDO               PIC S9(010)V99.
           05  EXE-EM-ABERTO           PIC 9(009)V99.

      *=== REGISTRO DO SORT: CLIENTE, DATA DO MOVIMENTO E MOMENTO DO
      *=== LANCAMENTO, MAIS A COPIA PLANA DA LINHA DO JORNAL
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05  SRT-CHAVE-CLI           PIC X(007).
           05  SRT-DATA-MOV            PIC 9(008).
           05  SRT-DATA                PIC 9(008).
           05  SRT-HORA                PIC 9(008).
           05  SRT-JORNAL              PIC X(143).

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-JORNAL            PIC 9(002) VALUE ZEROS.
       77  FS-EXTRATOS          PIC 9(002) VALUE ZEROS.
       77  FS-EMAILS            PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-EXTRATOS    PIC X(040) VALUE SPACES.
       77  WRK-PATH-EMAILS      PIC X(040) VALUE SPACES.

      *=== MODO: 1-EXTRATO DE 1 CLIENTE / 2-EXTRATOS DO MES
       77  WRK-MODO             PIC X(001) VALUE "1".
           88  MODO-CLIENTE                VALUE "1".
           88  MODO-MES                    VALUE "2".

      *=== SEM CLIENTES.DAT O MODO 2 SAI SO IMPRESSO, SEM ENDERECO; SEM
      *=== FAT_PAGAMENTOS.DAT VALE O VALOR INTEIRO DO JORNAL
       77  WRK-CADASTRO         PIC X(001) VALUE "N".
           88  CADASTRO-ABERTO             VALUE "S".
       77  WRK-PAGAMENTOS       PIC X(001) VALUE "N".
           88  PAGAMENTOS-ABERTO           VALUE "S".
       77  WRK-FIM-SORT         PIC X(001) VALUE "N".

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

      *=== PERIODO DO EXTRATO; NO MODO 2 A COMPETENCIA (DIGITADA
      *=== MMAAAA, GUARDADA AAAAMM) DA O 1O E O ULTIMO DIA
       77  WRK-DATA-INI         PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(008) VALUE ZEROS.
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004) VALUE ZEROS.
           05  WRK-CMP-MES      PIC 9(002) VALUE ZEROS.
       77  WRK-COMP-ED          PIC X(007) VALUE SPACES.
       01  WRK-DATA-AUX         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-ANO      PIC 9(004).
           05  WRK-AUX-MES      PIC 9(002).
           05  WRK-AUX-DIA      PIC 9(002).
       77  WRK-DIA-JULIANO      PIC 9(007) VALUE ZEROS.

      *=== DATA AAAAMMDD EDITADA DD/MM/AAAA PARA O EXTRATO
       01  WRK-DATA-EDITAR      PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-EDITAR-R REDEFINES WRK-DATA-EDITAR.
           05  WRK-EDT-ANO      PIC 9(004).
           05  WRK-EDT-MES      PIC 9(002).
           05  WRK-EDT-DIA      PIC 9(002).
       77  WRK-DATA-BR          PIC 9(008) VALUE ZEROS.

      *=== CLIENTE PEDIDO NO MODO 1 E CLIENTE CORRENTE (QUEBRA DO SORT)
       01  WRK-CHAVE-PEDIDA.
           05  WRK-PED-TIPO     PIC X(001) VALUE "C".
           05  WRK-PED-ID       PIC 9(006) VALUE ZEROS.
       01  WRK-CHAVE-CLI.
           05  WRK-CLI-TIPO     PIC X(001) VALUE "C".
           05  WRK-CLI-ID       PIC 9(006) VALUE ZEROS.
       77  WRK-CLIENTE-ABERTO   PIC X(001) VALUE "N".
           88  CLIENTE-EM-CURSO            VALUE "S".
       77  WRK-CABECALHO        PIC X(001) VALUE "N".
           88  CABECALHO-IMPRESSO          VALUE "S".
       77  WRK-NOME-CLIENTE     PIC X(030) VALUE SPACES.
       77  WRK-ENDERECO         PIC X(040) VALUE SPACES.
       77  WRK-TELEFONE         PIC X(011) VALUE SPACES.
       77  WRK-EMAIL-CLIENTE    PIC X(040) VALUE SPACES.
       77  WRK-ENVIA-EMAIL      PIC X(001) VALUE "N".
           88  ENVIA-EMAIL                 VALUE "S".

      *=== LANCAMENTO CORRENTE: HISTORICO, DEBITO E CREDITO NA CONTA
       77  WRK-DESCRICAO        PIC X(016) VALUE SPACES.
       77  WRK-DEBITO           PIC S9(010)V99 VALUE ZEROS.
       77  WRK-CREDITO          PIC S9(010)V99 VALUE ZEROS.
       77  WRK-LANCAMENTO       PIC X(001) VALUE "N".
           88  LANCAMENTO-CONTA            VALUE "S".
       77  WRK-VALOR-ABATIDO    PIC S9(010)V99 VALUE ZEROS.
       77  WRK-ENCARGOS-PGTO    PIC S9(010)V99 VALUE ZEROS.

      *=== CONTA DO CLIENTE CORRENTE
       77  WRK-SALDO            PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS      PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC S9(010)V99 VALUE ZEROS.
       77  WRK-QTD-MOVIMENTOS   PIC 9(005) VALUE ZEROS.

      *=== AGING DO QUE ESTA EM ABERTO NO LIVRO, FAIXAS DO PROGRAMA12
       01  WRK-TAB-NOMES-FAIXA.
           05  FILLER           PIC X(020) VALUE "A VENCER / EM DIA".
           05  FILLER           PIC X(020) VALUE "ATE 30 DIAS".
           05  FILLER           PIC X(020) VALUE "31 A 60 DIAS".
           05  FILLER           PIC X(020) VALUE "61 A 90 DIAS".
           05  FILLER           PIC X(020) VALUE "MAIS DE 90 DIAS".
       01  WRK-TAB-NOMES-FAIXA-R REDEFINES WRK-TAB-NOMES-FAIXA.
           05  WRK-FAIXA-NOME   PIC X(020) OCCURS 5 TIMES.
       01  WRK-TAB-AGING.
           05  WRK-AGI-ITEM     OCCURS 5 TIMES.
               10  WRK-AGI-QTD          PIC 9(003).
               10  WRK-AGI-VALOR        PIC 9(009)V99.
       77  WRK-IND-FAIXA        PIC 9(001) VALUE ZEROS.
       77  WRK-QTD-ABERTAS      PIC 9(003) VALUE ZEROS.
       77  WRK-TOTAL-ABERTO     PIC 9(009)V99 VALUE ZEROS.

      *=== TOTAIS DA EXECUCAO
       77  WRK-QTD-LIDAS        PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-SELECIONADAS PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-EXTRATOS     PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-POR-EMAIL    PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-SEM-EMAIL    PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-SEM-LINHA    PIC 9(005) VALUE ZEROS.

      *=== LINHAS DO EXTRATO
       01  WRK-LIN-SEPARADOR    PIC X(080) VALUE ALL "=".
       01  WRK-LIN-TRACOS       PIC X(080) VALUE ALL "-".
       01  WRK-LIN-CABEC1.
           05  FILLER           PIC X(050) VALUE
               "XPTO - CONTAS A RECEBER".
           05  FILLER           PIC X(030) VALUE
               "EXTRATO DE CONTA".
       01  WRK-LIN-CABEC2.
           05  FILLER           PIC X(009) VALUE "PERIODO: ".
           05  WRK-LC2-INI      PIC 99/99/9999.
           05  FILLER           PIC X(003) VALUE " A ".
           05  WRK-LC2-FIM      PIC 99/99/9999.
           05  FILLER           PIC X(018) VALUE SPACES.
           05  FILLER           PIC X(011) VALUE "EMITIDO EM ".
           05  WRK-LC2-EMISSAO  PIC 99/99/9999.
           05  FILLER           PIC X(009) VALUE SPACES.
       01  WRK-LIN-DESTINO.
           05  FILLER           PIC X(005) VALUE "A/C: ".
           05  WRK-LD-NOME      PIC X(030).
           05  FILLER           PIC X(011) VALUE "  CLIENTE: ".
           05  WRK-LD-TIPO      PIC X(001).
           05  WRK-LD-ID        PIC 9(006).
           05  FILLER           PIC X(027) VALUE SPACES.
       01  WRK-LIN-ENDERECO.
           05  FILLER           PIC X(005) VALUE SPACES.
           05  WRK-LE-ENDERECO  PIC X(040).
           05  FILLER           PIC X(035) VALUE SPACES.
       01  WRK-LIN-CONTATO.
           05  FILLER           PIC X(005) VALUE SPACES.
           05  FILLER           PIC X(010) VALUE "TELEFONE: ".
           05  WRK-LCT-TELEFONE PIC X(011).
           05  FILLER           PIC X(009) VALUE "  EMAIL: ".
           05  WRK-LCT-EMAIL    PIC X(040).
           05  FILLER           PIC X(005) VALUE SPACES.
       01  WRK-LIN-TITULOS.
           05  FILLER           PIC X(037) VALUE
               "DATA        FATURA  HISTORICO".
           05  FILLER           PIC X(014) VALUE "       DEBITO".
           05  FILLER           PIC X(014) VALUE "      CREDITO".
           05  FILLER           PIC X(015) VALUE "          SALDO".
       01  WRK-LIN-SALDO.
           05  WRK-LS-TEXTO     PIC X(018).
           05  WRK-LS-DATA      PIC 99/99/9999.
           05  FILLER           PIC X(037) VALUE SPACES.
           05  WRK-LS-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-MOVIMENTO.
           05  WRK-LM-DATA      PIC 99/99/9999.
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LM-FATURA    PIC 9(006).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LM-DESCRICAO PIC X(016).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LM-DEBITO    PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LM-CREDITO   PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LM-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-TOTAIS.
           05  FILLER           PIC X(037) VALUE
               "TOTAIS DO PERIODO".
           05  WRK-LT-DEBITOS   PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LT-CREDITOS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER           PIC X(016) VALUE SPACES.
       01  WRK-LIN-SEM-MOVIMENTO.
           05  FILLER           PIC X(080) VALUE
               "NENHUM LANCAMENTO NO PERIODO".
       01  WRK-LIN-TIT-AGING.
           05  FILLER           PIC X(021) VALUE
               "POSICAO EM ABERTO EM ".
           05  WRK-LTA-DATA     PIC 99/99/9999.
           05  FILLER           PIC X(049) VALUE
               " (ATRASO PELO VENCIMENTO)".
       01  WRK-LIN-AGING.
           05  FILLER           PIC X(005) VALUE SPACES.
           05  WRK-LA-FAIXA     PIC X(020).
           05  WRK-LA-QTD       PIC ZZ9.
           05  FILLER           PIC X(011) VALUE " FATURA(S)".
           05  FILLER           PIC X(027) VALUE SPACES.
           05  WRK-LA-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-TOTAL-ABERTO.
           05  FILLER           PIC X(025) VALUE
               "TOTAL EM ABERTO".
           05  WRK-LTB-QTD      PIC ZZ9.
           05  FILLER           PIC X(011) VALUE " FATURA(S)".
           05  FILLER           PIC X(027) VALUE SPACES.
           05  WRK-LTB-VALOR    PIC ZZZ.ZZZ.ZZ9,99.

       77  WRK-VALOR-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== VALIDACAO DE FORMATO DO EMAIL (COPYBOOKS EMAILWS/EMAILPR)
       COPY "EMAILWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT ORDENACAO
               ON ASCENDING KEY SRT-CHAVE-CLI
                                SRT-DATA-MOV
                                SRT-DATA
                                SRT-HORA
               INPUT PROCEDURE IS 0200-SELECIONAR-LANCAMENTOS
               OUTPUT PROCEDURE IS 0400-EMITIR-EXTRATOS.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               WRK-HOJE-ANO * 365 + WRK-HOJE-MES * 30 + WRK-HOJE-DIA.

           DISPLAY "MODO (1-EXTRATO DE 1 CLIENTE / 2-EXTRATOS DO MES "
                   "PARA ENVIO): ".
           ACCEPT WRK-MODO.
           IF NOT MODO-MES
               MOVE "1" TO WRK-MODO
           END-IF.

      *=== O CADASTRO E OBRIGATORIO NO MODO 1 (O CLIENTE E PEDIDO PELO
      *=== REG-ID); NO MODO 2 SO DA ENDERECO E EMAIL
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CADASTRO
           ELSE
               IF MODO-CLIENTE
                   DISPLAY "CLIENTES.DAT NAO FOI ABERTO - FS "
                           FS-CLIENTES
                   STOP RUN
               END-IF
               DISPLAY "AVISO: CLIENTES.DAT NAO FOI ABERTO - FS "
                       FS-CLIENTES " - EXTRATOS SO IMPRESSOS"
           END-IF.

           IF MODO-CLIENTE
               PERFORM 0110-PEDIR-CLIENTE
           ELSE
               PERFORM 0120-PEDIR-COMPETENCIA
           END-IF.

           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               IF CADASTRO-ABERTO
                   CLOSE CLIENTES
               END-IF
               STOP RUN
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL 00
               MOVE "S" TO WRK-PAGAMENTOS
           ELSE
               DISPLAY "AVISO: FAT_PAGAMENTOS.DAT NAO FOI ABERTO - FS "
                       FS-PAGAMENTOS " - VALE O VALOR DO JORNAL"
           END-IF.

           OPEN OUTPUT EXTRATOS.
           IF FS-EXTRATOS NOT EQUAL 00
               DISPLAY WRK-PATH-EXTRATOS " NAO FOI CRIADO - FS "
                       FS-EXTRATOS
               STOP RUN
           END-IF.
           IF MODO-MES
               OPEN OUTPUT EMAILS
               IF FS-EMAILS NOT EQUAL 00
                   DISPLAY WRK-PATH-EMAILS " NAO FOI CRIADO - FS "
                           FS-EMAILS
                   STOP RUN
               END-IF
           END-IF.

      *=== MODO 1: CLIENTE DO CADASTRO E PERIODO (PADRAO: DO DIA 1O DO
      *=== MES CORRENTE ATE HOJE)
       0110-PEDIR-CLIENTE    SECTION.
           DISPLAY "ID DO CLIENTE (REG-ID): ".
           ACCEPT WRK-PED-ID.
           MOVE "C"        TO WRK-PED-TIPO.
           MOVE WRK-PED-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-PED-ID " NAO CADASTRADO"
                   CLOSE CLIENTES
                   STOP RUN
           END-READ.

           DISPLAY "DATA INICIAL AAAAMMDD (0 = 1O DIA DO MES): ".
           ACCEPT WRK-DATA-INI.
           DISPLAY "DATA FINAL AAAAMMDD (0 = HOJE): ".
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-INI EQUAL ZEROS
               MOVE WRK-DATA-FIM TO WRK-DATA-AUX
               MOVE 01 TO WRK-AUX-DIA
               MOVE WRK-DATA-AUX TO WRK-DATA-INI
           END-IF.
           IF WRK-DATA-INI GREATER WRK-DATA-FIM
               DISPLAY "DATA INICIAL DEPOIS DA FINAL"
               CLOSE CLIENTES
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-PATH-EXTRATOS.
           STRING "dados\EXTRATO_C"  DELIMITED BY SIZE
                  WRK-PED-ID         DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
                  INTO WRK-PATH-EXTRATOS
           END-STRING.

      *=== MODO 2: COMPETENCIA (PADRAO: MES ANTERIOR), DO 1O AO ULTIMO
      *=== DIA DELA
       0120-PEDIR-COMPETENCIA SECTION.
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
                   IF CADASTRO-ABERTO
                       CLOSE CLIENTES
                   END-IF
                   STOP RUN
               END-IF
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
               PERFORM 0155-EDITAR-COMPETENCIA
           END-IF.

           MOVE WRK-CMP-ANO TO WRK-AUX-ANO.
           MOVE WRK-CMP-MES TO WRK-AUX-MES.
           MOVE 01          TO WRK-AUX-DIA.
           MOVE WRK-DATA-AUX TO WRK-DATA-INI.
           PERFORM 0160-ULTIMO-DIA-MES.
           MOVE WRK-DATA-AUX TO WRK-DATA-FIM.

           MOVE SPACES TO WRK-PATH-EXTRATOS.
           STRING "dados\EXTRATOS_" DELIMITED BY SIZE
                  WRK-COMPETENCIA    DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
                  INTO WRK-PATH-EXTRATOS
           END-STRING.
           MOVE SPACES TO WRK-PATH-EMAILS.
           STRING "dados\EXTRATOS_" DELIMITED BY SIZE
                  WRK-COMPETENCIA    DELIMITED BY SIZE
                  "_EMAIL.TXT"       DELIMITED BY SIZE
                  INTO WRK-PATH-EMAILS
           END-STRING.

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

      *=== INPUT PROCEDURE DO SORT: TODA LINHA DO JORNAL ATE O FIM DO
      *=== PERIODO (AS ANTERIORES FORMAM O SALDO ANTERIOR) DO CLIENTE
      *=== PEDIDO, OU DE TODO CLIENTE VINCULADO NO MODO 2
       0200-SELECIONAR-LANCAMENTOS SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
               DISPLAY "AVISO: CONTAS_RECEBER.LOG NAO FOI ABERTO - FS "
                       FS-JORNAL " - SEM MOVIMENTO"
           ELSE
               READ JORNAL
               PERFORM UNTIL FS-JORNAL NOT EQUAL 00
                   ADD 1 TO WRK-QTD-LIDAS
                   IF JRN-DATA-MOV NOT GREATER WRK-DATA-FIM
                       IF (MODO-CLIENTE
                           AND JRN-CHAVE-CLI EQUAL WRK-CHAVE-PEDIDA)
                          OR (MODO-MES
                           AND JRN-CLI-ID NOT EQUAL ZEROS)
                           PERFORM 0210-LIBERAR-LANCAMENTO
                       END-IF
                   END-IF
                   READ JORNAL
               END-PERFORM
               CLOSE JORNAL
           END-IF.

       0210-LIBERAR-LANCAMENTO SECTION.
           ADD 1 TO WRK-QTD-SELECIONADAS.
           MOVE JRN-CHAVE-CLI TO SRT-CHAVE-CLI.
           MOVE JRN-DATA-MOV  TO SRT-DATA-MOV.
           MOVE JRN-DATA      TO SRT-DATA.
           MOVE JRN-HORA      TO SRT-HORA.
           MOVE REG-JORNAL    TO SRT-JORNAL.
           RELEASE REG-ORDENACAO.

      *=== OUTPUT PROCEDURE DO SORT: AS LINHAS VOLTAM POR CLIENTE E EM
      *=== ORDEM DE DATA; NA QUEBRA DE CLIENTE FECHA O EXTRATO
       0400-EMITIR-EXTRATOS  SECTION.
           MOVE "N" TO WRK-CLIENTE-ABERTO.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
               RETURN ORDENACAO
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       MOVE SRT-JORNAL TO REG-JORNAL
                       IF NOT CLIENTE-EM-CURSO
                          OR SRT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
                           PERFORM 0420-FECHAR-CLIENTE
                           PERFORM 0410-ABRIR-CLIENTE
                       END-IF
                       PERFORM 0430-TRATAR-LANCAMENTO
               END-RETURN
           END-PERFORM.

      *=== NO MODO 1 O EXTRATO SAI MESMO SEM NENHUMA LINHA NO JORNAL
           IF MODO-CLIENTE
              AND NOT CLIENTE-EM-CURSO
               MOVE WRK-CHAVE-PEDIDA TO SRT-CHAVE-CLI
               MOVE ZEROS            TO JRN-NUMERO
               PERFORM 0410-ABRIR-CLIENTE
           END-IF.
           PERFORM 0420-FECHAR-CLIENTE.

      *=== NOVO CLIENTE NA QUEBRA: ZERA A CONTA E BUSCA O CADASTRO
       0410-ABRIR-CLIENTE    SECTION.
           MOVE SRT-CHAVE-CLI TO WRK-CHAVE-CLI.
           MOVE "S"   TO WRK-CLIENTE-ABERTO.
           MOVE "N"   TO WRK-CABECALHO.
           MOVE ZEROS TO WRK-SALDO.
           MOVE ZEROS TO WRK-TOT-DEBITOS.
           MOVE ZEROS TO WRK-TOT-CREDITOS.
           MOVE ZEROS TO WRK-QTD-MOVIMENTOS.
           PERFORM 0415-BUSCAR-CADASTRO.

      *=== NOME, ENDERECO E CONTATO DO CADASTRO E, COM CONSENTIMENTO E
      *=== EMAIL VALIDO, O ENVIO POR EMAIL; SEM CADASTRO (ALUNO) O NOME
      *=== E O DA FATURA DA 1A LINHA
       0415-BUSCAR-CADASTRO  SECTION.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE SPACES TO WRK-ENDERECO.
           MOVE SPACES TO WRK-TELEFONE.
           MOVE SPACES TO WRK-EMAIL-CLIENTE.
           MOVE "N"    TO WRK-ENVIA-EMAIL.
           IF WRK-CLI-TIPO EQUAL "C"
              AND CADASTRO-ABERTO
               MOVE WRK-CLI-ID TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME     TO WRK-NOME-CLIENTE
                       MOVE REG-ENDERECO TO WRK-ENDERECO
                       MOVE REG-TELEFONE TO WRK-TELEFONE
                       MOVE REG-EMAIL    TO WRK-EMAIL-CLIENTE
                       IF CLIENTE-CONSENTIU
                           MOVE REG-EMAIL TO WRK-EMAIL-VALIDAR
                           PERFORM 9070-VALIDAR-EMAIL
                           IF EMAIL-VALIDO
                               MOVE "S" TO WRK-ENVIA-EMAIL
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WRK-NOME-CLIENTE EQUAL SPACES
               MOVE JRN-NUMERO TO FAT-NUMERO
               READ RECEBER
                   KEY IS FAT-NUMERO
                   INVALID KEY
                       MOVE "FATURA FORA DO LIVRO" TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE FAT-CLIENTE TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

      *=== FIM DO CLIENTE: O MODO 1 SEMPRE IMPRIME; O MODO 2 SO QUEM
      *=== TEVE LANCAMENTO NO PERIODO (O CABECALHO JA SAIU)
       0420-FECHAR-CLIENTE   SECTION.
           IF CLIENTE-EM-CURSO
               IF MODO-CLIENTE
                  AND NOT CABECALHO-IMPRESSO
                   PERFORM 0450-IMPRIMIR-CABECALHO
                   MOVE WRK-LIN-SEM-MOVIMENTO TO REG-EXTRATO
                   WRITE REG-EXTRATO
               END-IF
               IF CABECALHO-IMPRESSO
                   PERFORM 0460-IMPRIMIR-FECHAMENTO
                   PERFORM 0470-IMPRIMIR-AGING
                   PERFORM 0480-LISTAR-EMAIL
               END-IF
           END-IF.
           MOVE "N" TO WRK-CLIENTE-ABERTO.

      *=== LANCAMENTO DO JORNAL: ANTES DO PERIODO SO FORMA O SALDO
      *=== ANTERIOR; DENTRO DELE VAI PARA O EXTRATO. O ESTORNO DEVOLVE
      *=== O QUE O PAGAMENTO ABATEU E TIRA OS ENCARGOS COBRADOS NELE
       0430-TRATAR-LANCAMENTO SECTION.
           PERFORM 0440-APURAR-EFEITO.
           IF LANCAMENTO-CONTA
               IF JRN-DATA-MOV LESS WRK-DATA-INI
                   COMPUTE WRK-SALDO =
                       WRK-SALDO + WRK-DEBITO - WRK-CREDITO
               ELSE
                   IF NOT CABECALHO-IMPRESSO
                       PERFORM 0450-IMPRIMIR-CABECALHO
                   END-IF
                   PERFORM 0455-IMPRIMIR-MOVIMENTO
                   IF JRN-OPERACAO EQUAL "ESTORNO"
                      AND WRK-ENCARGOS-PGTO GREATER ZEROS
                       MOVE "ENCARGOS ESTORN." TO WRK-DESCRICAO
                       MOVE ZEROS             TO WRK-DEBITO
                       MOVE WRK-ENCARGOS-PGTO TO WRK-CREDITO
                       PERFORM 0455-IMPRIMIR-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

      *=== HISTORICO E EFEITO NA CONTA DE CADA OPERACAO (MESMA REGRA DO
      *=== FATFECH); OPERACAO SEM EFEITO NO SALDO NAO ENTRA
       0440-APURAR-EFEITO    SECTION.
           MOVE "S"    TO WRK-LANCAMENTO.
           MOVE ZEROS  TO WRK-DEBITO.
           MOVE ZEROS  TO WRK-CREDITO.
           MOVE ZEROS  TO WRK-ENCARGOS-PGTO.
           MOVE SPACES TO WRK-DESCRICAO.
           EVALUATE JRN-OPERACAO
               WHEN "EMISSAO"
                   IF JRN-PROGRAMA EQUAL "FATRENEG"
                       MOVE "PARCELA ACORDO" TO WRK-DESCRICAO
                   ELSE
                       MOVE "FATURA"         TO WRK-DESCRICAO
                   END-IF
                   MOVE JRN-VALOR TO WRK-DEBITO
               WHEN "ENCARGOS"
                   MOVE "ENCARGOS ATRASO" TO WRK-DESCRICAO
                   MOVE JRN-VALOR TO WRK-DEBITO
               WHEN "BAIXA"
                   MOVE "PAGAMENTO"       TO WRK-DESCRICAO
                   PERFORM 0445-LER-PAGAMENTO
                   MOVE WRK-VALOR-ABATIDO TO WRK-CREDITO
               WHEN "RETORNO"
                   MOVE "PAGTO BANCARIO"  TO WRK-DESCRICAO
                   PERFORM 0445-LER-PAGAMENTO
                   MOVE WRK-VALOR-ABATIDO TO WRK-CREDITO
               WHEN "CREDITO"
                   MOVE "USO DE CREDITO"  TO WRK-DESCRICAO
                   PERFORM 0445-LER-PAGAMENTO
                   MOVE WRK-VALOR-ABATIDO TO WRK-CREDITO
               WHEN "NOTACRED"
                   MOVE "NOTA DE CREDITO" TO WRK-DESCRICAO
                   MOVE JRN-VALOR TO WRK-CREDITO
               WHEN "RENEGOCIA"
                   MOVE "RENEGOCIADA"     TO WRK-DESCRICAO
                   MOVE JRN-VALOR TO WRK-CREDITO
               WHEN "ANULACAO"
                   MOVE "FATURA ANULADA"  TO WRK-DESCRICAO
                   MOVE JRN-VALOR TO WRK-CREDITO
               WHEN "ESTORNO"
                   MOVE "ESTORNO PAGTO"   TO WRK-DESCRICAO
                   PERFORM 0445-LER-PAGAMENTO
                   MOVE WRK-VALOR-ABATIDO TO WRK-DEBITO
               WHEN OTHER
                   MOVE "N" TO WRK-LANCAMENTO
           END-EVALUATE.

      *=== LINHA DE PAGAMENTO DO LANCAMENTO (FATURA + SEQUENCIA): O QUE
      *=== ELA ABATEU DE SALDO E ENCARGOS, SEM O EXCEDENTE; SEM A LINHA
      *=== VALE O VALOR DO JORNAL INTEIRO
       0445-LER-PAGAMENTO    SECTION.
           MOVE JRN-VALOR TO WRK-VALOR-ABATIDO.
           MOVE ZEROS     TO WRK-ENCARGOS-PGTO.
           IF PAGAMENTOS-ABERTO
               MOVE JRN-NUMERO TO PGT-NUMERO
               MOVE JRN-SEQ    TO PGT-SEQ
               READ PAGAMENTOS
                   KEY IS PGT-CHAVE
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-LINHA
                   NOT INVALID KEY
                       COMPUTE WRK-VALOR-ABATIDO =
                           PGT-PRINCIPAL + PGT-ENCARGOS
                       MOVE PGT-ENCARGOS TO WRK-ENCARGOS-PGTO
               END-READ
           END-IF.

      *=== CABECALHO DO EXTRATO E A LINHA DO SALDO ANTERIOR
       0450-IMPRIMIR-CABECALHO SECTION.
           MOVE "S" TO WRK-CABECALHO.
           MOVE WRK-LIN-SEPARADOR TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LIN-CABEC1 TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-DATA-INI TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LC2-INI.
           MOVE WRK-DATA-FIM TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LC2-FIM.
           MOVE WRK-DATA-HOJE TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LC2-EMISSAO.
           MOVE WRK-LIN-CABEC2 TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE WRK-NOME-CLIENTE TO WRK-LD-NOME.
           MOVE WRK-CLI-TIPO     TO WRK-LD-TIPO.
           MOVE WRK-CLI-ID       TO WRK-LD-ID.
           MOVE WRK-LIN-DESTINO TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           IF WRK-ENDERECO NOT EQUAL SPACES
               MOVE WRK-ENDERECO TO WRK-LE-ENDERECO
               MOVE WRK-LIN-ENDERECO TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF.
           IF WRK-TELEFONE NOT EQUAL SPACES
              OR WRK-EMAIL-CLIENTE NOT EQUAL SPACES
               MOVE WRK-TELEFONE      TO WRK-LCT-TELEFONE
               MOVE WRK-EMAIL-CLIENTE TO WRK-LCT-EMAIL
               MOVE WRK-LIN-CONTATO TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           MOVE WRK-LIN-TITULOS TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-LIN-TRACOS TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE "SALDO ANTERIOR EM " TO WRK-LS-TEXTO.
           MOVE WRK-DATA-INI TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LS-DATA.
           MOVE WRK-SALDO   TO WRK-LS-SALDO.
           MOVE WRK-LIN-SALDO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *=== 1 LINHA DO PERIODO, ATUALIZANDO O SALDO CORRENTE
       0455-IMPRIMIR-MOVIMENTO SECTION.
           COMPUTE WRK-SALDO = WRK-SALDO + WRK-DEBITO - WRK-CREDITO.
           ADD WRK-DEBITO  TO WRK-TOT-DEBITOS.
           ADD WRK-CREDITO TO WRK-TOT-CREDITOS.
           ADD 1 TO WRK-QTD-MOVIMENTOS.
           MOVE JRN-DATA-MOV TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR   TO WRK-LM-DATA.
           MOVE JRN-NUMERO    TO WRK-LM-FATURA.
           MOVE WRK-DESCRICAO TO WRK-LM-DESCRICAO.
           MOVE WRK-DEBITO    TO WRK-LM-DEBITO.
           MOVE WRK-CREDITO   TO WRK-LM-CREDITO.
           MOVE WRK-SALDO     TO WRK-LM-SALDO.
           MOVE WRK-LIN-MOVIMENTO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *=== TOTAIS DO PERIODO E SALDO NO FIM DELE
       0460-IMPRIMIR-FECHAMENTO SECTION.
           MOVE WRK-LIN-TRACOS TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE WRK-TOT-DEBITOS  TO WRK-LT-DEBITOS.
           MOVE WRK-TOT-CREDITOS TO WRK-LT-CREDITOS.
           MOVE WRK-LIN-TOTAIS TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE "SALDO FINAL EM " TO WRK-LS-TEXTO.
           MOVE WRK-DATA-FIM TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR  TO WRK-LS-DATA.
           MOVE WRK-SALDO    TO WRK-LS-SALDO.
           MOVE WRK-LIN-SALDO TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *=== AGING DAS FATURAS ABERTAS OU PARCIAIS DO CLIENTE NO LIVRO,
      *=== PELA CHAVE ALTERNADA, COM O ATRASO CONTADO ATE HOJE
       0470-IMPRIMIR-AGING   SECTION.
           INITIALIZE WRK-TAB-AGING.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE ZEROS TO WRK-TOTAL-ABERTO.
           MOVE WRK-CHAVE-CLI TO FAT-CHAVE-CLI.
           START RECEBER KEY IS EQUAL FAT-CHAVE-CLI
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                      OR FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
               IF (FATURA-ABERTA OR FATURA-PARCIAL)
                  AND FAT-SALDO GREATER ZEROS
                   PERFORM 0475-CLASSIFICAR-FATURA
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

           MOVE WRK-DATA-HOJE TO WRK-DATA-EDITAR.
           PERFORM 0490-EDITAR-DATA.
           MOVE WRK-DATA-BR TO WRK-LTA-DATA.
           MOVE WRK-LIN-TIT-AGING TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           PERFORM VARYING WRK-IND-FAIXA FROM 1 BY 1
                     UNTIL WRK-IND-FAIXA GREATER 5
               MOVE WRK-FAIXA-NOME(WRK-IND-FAIXA) TO WRK-LA-FAIXA
               MOVE WRK-AGI-QTD(WRK-IND-FAIXA)    TO WRK-LA-QTD
               MOVE WRK-AGI-VALOR(WRK-IND-FAIXA)  TO WRK-LA-VALOR
               MOVE WRK-LIN-AGING TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-PERFORM.
           MOVE WRK-QTD-ABERTAS  TO WRK-LTB-QTD.
           MOVE WRK-TOTAL-ABERTO TO WRK-LTB-VALOR.
           MOVE WRK-LIN-TOTAL-ABERTO TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           DISPLAY "EXTRATO " WRK-CLI-TIPO " " WRK-CLI-ID " "
                   WRK-NOME-CLIENTE " SALDO " WRK-VALOR-ED.

      *=== FAIXA DO PROGRAMA12 PELOS DIAS DE ATRASO DA FATURA CORRENTE
       0475-CLASSIFICAR-FATURA SECTION.
           MOVE FAT-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-VENC =
               WRK-VEN-ANO * 365 + WRK-VEN-MES * 30 + WRK-VEN-DIA.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL ZEROS
                   MOVE 1 TO WRK-IND-FAIXA
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL 30
                   MOVE 2 TO WRK-IND-FAIXA
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL 60
                   MOVE 3 TO WRK-IND-FAIXA
               WHEN WRK-DIAS-ATRASO LESS THAN OR EQUAL 90
                   MOVE 4 TO WRK-IND-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-IND-FAIXA
           END-EVALUATE.
           ADD 1         TO WRK-AGI-QTD(WRK-IND-FAIXA).
           ADD FAT-SALDO TO WRK-AGI-VALOR(WRK-IND-FAIXA).
           ADD 1         TO WRK-QTD-ABERTAS.
           ADD FAT-SALDO TO WRK-TOTAL-ABERTO.

      *=== MODO 2: CLIENTE COM EMAIL VALIDO QUE CONSENTIU VAI PARA A
      *=== LISTA DE ENVIO; OS DEMAIS SAEM SO IMPRESSOS
       0480-LISTAR-EMAIL     SECTION.
           IF MODO-MES
               IF ENVIA-EMAIL
                   MOVE WRK-COMPETENCIA   TO EXE-COMPETENCIA
                   MOVE WRK-CLI-TIPO      TO EXE-TIPO-CLI
                   MOVE WRK-CLI-ID        TO EXE-CLI-ID
                   MOVE WRK-NOME-CLIENTE  TO EXE-CLIENTE
                   MOVE WRK-EMAIL-CLIENTE TO EXE-EMAIL
                   MOVE WRK-SALDO         TO EXE-SALDO
                   MOVE WRK-TOTAL-ABERTO  TO EXE-EM-ABERTO
                   WRITE REG-EXTEMAIL
                   ADD 1 TO WRK-QTD-POR-EMAIL
               ELSE
                   ADD 1 TO WRK-QTD-SEM-EMAIL
               END-IF
           END-IF.

      *=== WRK-DATA-EDITAR (AAAAMMDD) VIRA WRK-DATA-BR (DDMMAAAA)
       0490-EDITAR-DATA      SECTION.
           COMPUTE WRK-DATA-BR =
               WRK-EDT-DIA * 1000000 + WRK-EDT-MES * 10000
             + WRK-EDT-ANO.

       0300-FINALIZAR        SECTION.
           CLOSE RECEBER
                 EXTRATOS.
           IF CADASTRO-ABERTO
               CLOSE CLIENTES
           END-IF.
           IF PAGAMENTOS-ABERTO
               CLOSE PAGAMENTOS
           END-IF.
           DISPLAY "==================================".
           DISPLAY "LINHAS DO JORNAL LIDAS.. " WRK-QTD-LIDAS.
           DISPLAY "LINHAS SELECIONADAS..... " WRK-QTD-SELECIONADAS.
           DISPLAY "EXTRATOS EMITIDOS....... " WRK-QTD-EXTRATOS.
           IF MODO-MES
               CLOSE EMAILS
               DISPLAY "  TAMBEM POR EMAIL...... " WRK-QTD-POR-EMAIL
               DISPLAY "  SO IMPRESSOS.......... " WRK-QTD-SEM-EMAIL
               DISPLAY "ENVIOS EM " WRK-PATH-EMAILS
           END-IF.
           IF WRK-QTD-SEM-LINHA GREATER ZEROS
               DISPLAY "PAGAMENTOS SEM LINHA.... " WRK-QTD-SEM-LINHA
           END-IF.
           DISPLAY "EXTRATOS EM " WRK-PATH-EXTRATOS.
           DISPLAY "FIM DE PROGRAMA".

       COPY "EMAILPR.cpy".
