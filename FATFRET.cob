       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATFRET.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: FATURAMENTO DO FRETE AOS CLIENTES PELO CONTAS A
      *==            RECEBER: O FRETE, O SEGURO E A TAXA DE COD QUE O
      *==            LOTE DO PROGRAMA10/11 COTOU FICAVAM SO NO
      *==            MANIFESTO E NINGUEM COBRAVA. O PROGRAMA PEGA OS
      *==            PEDIDOS DE PEDIDOS10.DAT E PEDIDOS11.DAT QUE O
      *==            PEDSTAT MARCOU EMBARCADOS (E) OU ENTREGUES (D) ATE
      *==            A COMPETENCIA E QUE AINDA NAO FORAM FATURADOS,
      *==            AGRUPA POR CLIENTE E MES DO EMBARQUE/ENTREGA E
      *==            EMITE 1 FATURA POR GRUPO EM CONTAS_RECEBER.DAT
      *==            (COBRADA PELO PROGRAMA12/13 COMO AS DEMAIS), COM
      *==            A FATURA DISCRIMINADA EM FATURAS_FRETE.TXT - 1
      *==            LINHA POR PEDIDO COM O FRETE, O SEGURO E A TAXA
      *==            DE COD
      *==  DATA: 18/07/2025
      *==  OBSERVACOES: O NUMERO DA FATURA VEM DO MESMO FATNUM.CTL DO
      *==               LOTE DO PROGRAMA08 (NUMERO JA USADO E PULADO) E
      *==               CADA EMISSAO VAI PARA O JORNAL
      *==               CONTAS_RECEBER.LOG. O PEDIDO FATURADO GUARDA O
      *==               NUMERO DA FATURA NO FIM DO REGISTRO E NAO ENTRA
      *==               MAIS EM NENHUM LOTE; PEDIDO SEM CLIENTE OU
      *==               COTADO ANTES DE OS VALORES SEREM GRAVADOS NO
      *==               PEDIDO E SO AVISADO (NAO HA O QUE COBRAR). OS
      *==               ARQUIVOS DE PEDIDOS SAO REGRAVADOS NO FIM,
      *==               MESMO NUMA FALHA DE GRAVACAO NO LIVRO, PARA AS
      *==               FATURAS JA EMITIDAS FICAREM MARCADAS
      *==  ALTERACOES
      *==  25/07/2025 GC: O PEDIDO GANHA NO FIM A DATA PROMETIDA DE
      *==               ENTREGA (VER PROGRAMA10/11 E PEDSTAT); A LINHA
      *==               CRUA ACOMPANHA, PARA A REGRAVACAO NAO CORTA-LA
      *==  01/09/2025 GC: ANTES DE REGRAVAR O ARQUIVO DE PEDIDOS, O
      *==               ARQUIVO ANTERIOR VIRA UMA GERACAO DE BACKUP
      *==               (MODULO ARQBKP, CATALOGO BACKUPS_GERAL.CTL);
      *==               FALHA NO BACKUP SO AVISA. RESTAURACAO PELO
      *==               ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== ARQUIVO DE PEDIDOS DO FRETE (PEDIDOS10 OU PEDIDOS11, UM DE
      *=== CADA VEZ)
           SELECT PEDIDOS ASSIGN
           TO WRK-PATH-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.

      *=== LIVRO DE CONTAS A RECEBER, INDEXADO PELO NUMERO DA FATURA E
      *=== COM CHAVE ALTERNADA PELO CLIENTE
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== PROXIMO NUMERO DE FATURA, 1 LINHA SO (O MESMO DO PROGRAMA08)
           SELECT FATNUMCTL ASSIGN
           TO "dados\FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATNUM.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: NOME DO CLIENTE)
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

      *=== FATURAS DE FRETE EMITIDAS, DISCRIMINADAS POR PEDIDO
           SELECT FATURAS ASSIGN
           TO "dados\FATURAS_FRETE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURAS.

       DATA DIVISION.
       FILE                  SECTION.
      *=== A LINHA CRUA DO PEDIDO (167 POSICOES NO PEDIDOS10, 168 NO
      *=== PEDIDOS11)
       FD  PEDIDOS.
       01  REG-PEDIDO                  PIC X(168).

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  FATNUMCTL.
       01  REG-FATNUM                  PIC 9(006).

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  FATURAS.
       01  REG-FATURA                  PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-PEDIDOS           PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-FATNUM            PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-FATURAS           PIC 9(002) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO  PIC X(001) VALUE "N".
           88  CLIENTES-ABERTO             VALUE "S".

      *=== QUAL ARQUIVO ESTA SENDO LIDO/REGRAVADO: 1-PEDIDOS10 /
      *=== 2-PEDIDOS11 (COM A COLUNA DE COBERTURA)
       77  WRK-ARQUIVO          PIC X(001) VALUE SPACES.
           88  ARQ-PEDIDOS10               VALUE "1".
           88  ARQ-PEDIDOS11               VALUE "2".
       77  WRK-PATH-PEDIDOS     PIC X(040) VALUE SPACES.

      *=== POSICAO DO NUMERO DO PEDIDO NA LINHA (70 NO PEDIDOS10, 71
      *=== NO PEDIDOS11): O STATUS E A DATA FICAM 23 POSICOES ANTES,
      *=== O CLIENTE 6 ANTES E OS VALORES DA COTACAO + FATURA 54
      *=== DEPOIS
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.

      *=== PEDIDOS DOS 2 ARQUIVOS CARREGADOS EM MEMORIA, NA ORDEM DE
      *=== LEITURA (TECNICA DO CIDMANU); A SITUACAO DIZ O QUE O LOTE
      *=== FEZ COM CADA UM
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM     OCCURS 400 TIMES.
               10  WRK-PED-ARQ          PIC X(001).
               10  WRK-PED-POS          PIC 9(003).
               10  WRK-PED-SITUACAO     PIC X(001).
                   88  PED-FORA-DO-LOTE            VALUE "N".
                   88  PED-A-FATURAR               VALUE "P".
                   88  PED-NO-GRUPO                VALUE "G".
                   88  PED-FATURADO                VALUE "F".
               10  WRK-PED-REG          PIC X(168).
       77  WRK-QTD-PEDIDOS      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-GRP          PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-ARQUIVO      PIC 9(003) VALUE ZEROS.

      *=== CAMPOS DO PEDIDO CORRENTE, TIRADOS DA LINHA PELA POSICAO
       01  WRK-PED-STATUS-DATA.
           05  WRK-PED-STATUS       PIC X(001).
               88  PEDIDO-EMBARCADO            VALUE "E".
               88  PEDIDO-ENTREGUE             VALUE "D".
           05  WRK-PED-DATA-STATUS  PIC 9(008).
           05  WRK-PED-DATA-R REDEFINES WRK-PED-DATA-STATUS.
               10  WRK-PED-ANO-MES  PIC 9(006).
               10  WRK-PED-DIA      PIC 9(002).
       01  WRK-PED-CLIENTE-NUMERO.
           05  WRK-PED-CLIENTE      PIC 9(006).
           05  WRK-PED-NUMERO       PIC 9(006).
       01  WRK-PED-COTACAO.
           05  WRK-PED-FRETE        PIC 9(008)V99.
           05  WRK-PED-SEGURO       PIC 9(008)V99.
           05  WRK-PED-TAXA-COD     PIC 9(008)V99.
           05  WRK-PED-FATURA       PIC 9(006).
       77  WRK-PED-PRODUTO      PIC X(030) VALUE SPACES.

      *=== GRUPO DA FATURA: CLIENTE + MES (AAAAMM) DO EMBARQUE OU DA
      *=== ENTREGA
       77  WRK-GRP-CLIENTE      PIC 9(006) VALUE ZEROS.
       77  WRK-GRP-ANO-MES      PIC 9(006) VALUE ZEROS.
       77  WRK-GRP-QTD          PIC 9(003) VALUE ZEROS.
       77  WRK-GRP-TOTAL        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-NOME-CLIENTE     PIC X(030) VALUE SPACES.

      *=== COMPETENCIA DO LOTE: FATURA O QUE FOI EMBARCADO OU
      *=== ENTREGUE ATE O FIM DESSE MES
       01  WRK-COMP-DIGITADA    PIC 9(006) VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA      PIC 9(006) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004).
           05  WRK-CMP-MES      PIC 9(002).
       77  WRK-COMPETENCIA-ED   PIC X(007) VALUE SPACES.

      *=== EMISSAO = HOJE; VENCIMENTO EM +30 DIAS APROXIMADOS, COMO NO
      *=== LOTE DO PROGRAMA08
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(004).
           05  WRK-HOJE-MES     PIC 9(002).
           05  WRK-HOJE-DIA     PIC 9(002).
       01  WRK-DATA-VENCIMENTO  PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENCIMENTO.
           05  WRK-VEN-ANO      PIC 9(004).
           05  WRK-VEN-MES      PIC 9(002).
           05  WRK-VEN-DIA      PIC 9(002).

      *=== NUMERACAO DAS FATURAS
       77  WRK-PROX-FATURA      PIC 9(006) VALUE ZEROS.
       77  WRK-FATURA-GRAVADA   PIC X(001) VALUE "N".
           88  FATURA-GRAVADA              VALUE "S".
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== TOTAIS DO LOTE
       77  WRK-QTD-CANDIDATOS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-CLIENTE  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-COTACAO  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-FATURADOS    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-FATURAS      PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-LOTE       PIC 9(009)V99 VALUE ZEROS.

       77  WRK-REG-FATURA       PIC X(080) VALUE SPACES.
       77  WRK-FRETE-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SEGURO-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COD-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-LOTE-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

      *=== BACKUP GERACIONAL ANTES DA REGRAVACAO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-PEDIDOS.
           PERFORM 0300-SELECIONAR-PEDIDOS.
           IF WRK-QTD-CANDIDATOS EQUAL ZEROS
               DISPLAY "NENHUM PEDIDO A FATURAR NA COMPETENCIA"
           ELSE
               DISPLAY "CONFIRMA A EMISSAO DAS FATURAS (S/N): "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   PERFORM 0400-EMITIR-FATURAS
               ELSE
                   DISPLAY "LOTE CANCELADO - NADA FATURADO"
               END-IF
           END-IF.
           PERFORM 0500-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== O OPERADOR SE IDENTIFICA PARA O JORNAL
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-JRN-OPERADOR.
           IF WRK-JRN-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               STOP RUN
           END-IF.
           MOVE "FATFRET" TO WRK-JRN-PROGRAMA.

      *=== COMPETENCIA: 0 = MES ANTERIOR (O MES FECHADO); NAO PODE
      *=== PASSAR DO MES CORRENTE
           DISPLAY "COMPETENCIA DO LOTE (MMAAAA, 0 = MES ANTERIOR): ".
           ACCEPT WRK-COMP-DIGITADA.
           IF WRK-COMP-DIGITADA EQUAL ZEROS
               MOVE WRK-HOJE-ANO TO WRK-CMP-ANO
               MOVE WRK-HOJE-MES TO WRK-CMP-MES
               IF WRK-CMP-MES EQUAL 01
                   MOVE 12 TO WRK-CMP-MES
                   SUBTRACT 1 FROM WRK-CMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CMP-MES
               END-IF
           ELSE
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
           END-IF.
           IF WRK-CMP-MES LESS 01 OR WRK-CMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA - LOTE RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-COMPETENCIA GREATER WRK-DATA-HOJE(1:6)
               DISPLAY "COMPETENCIA ALEM DO MES CORRENTE - LOTE "
                       "RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WRK-COMPETENCIA-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMPETENCIA-ED
           END-STRING.
           DISPLAY "COMPETENCIA............ " WRK-COMPETENCIA-ED.

      *=== VENCIMENTO EM +30 DIAS APROXIMADOS (MES SEGUINTE, MESMO
      *=== DIA), COM A VIRADA DE ANO EM DEZEMBRO
           MOVE WRK-DATA-HOJE TO WRK-DATA-VENCIMENTO.
           IF WRK-VEN-MES EQUAL 12
               MOVE 01 TO WRK-VEN-MES
               ADD 1 TO WRK-VEN-ANO
           ELSE
               ADD 1 TO WRK-VEN-MES
           END-IF.

           OPEN I-O RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               STOP RUN
           END-IF.

      *=== SEM O CADASTRO A FATURA SAI COM "CLIENTE " + O ID
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NAO FOI ABERTO - FS "
                       FS-CLIENTES " - FATURA SEM O NOME DO CLIENTE"
           END-IF.

      *=== CARREGA OS 2 ARQUIVOS DE PEDIDOS; ARQUIVO QUE NAO EXISTE E
      *=== SO PULADO
       0200-CARREGAR-PEDIDOS SECTION.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE "1" TO WRK-ARQUIVO.
           PERFORM 0210-LER-ARQUIVO.
           MOVE "2" TO WRK-ARQUIVO.
           PERFORM 0210-LER-ARQUIVO.

      *=== LE O ARQUIVO WRK-ARQUIVO INTEIRO PARA A TABELA
       0210-LER-ARQUIVO      SECTION.
           PERFORM 0215-MONTAR-PATH.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               DISPLAY "AVISO: " WRK-PATH-PEDIDOS " NAO FOI ABERTO - "
                       "FS " FS-PEDIDOS
           ELSE
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                   IF WRK-QTD-PEDIDOS EQUAL 400
                       DISPLAY "MAIS DE 400 PEDIDOS NOS ARQUIVOS - "
                               "LOTE RECUSADO"
                       CLOSE PEDIDOS
                       CLOSE RECEBER
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE WRK-ARQUIVO    TO WRK-PED-ARQ(WRK-QTD-PEDIDOS)
                   MOVE WRK-POS-NUMERO TO WRK-PED-POS(WRK-QTD-PEDIDOS)
                   MOVE "N" TO WRK-PED-SITUACAO(WRK-QTD-PEDIDOS)
                   MOVE REG-PEDIDO     TO WRK-PED-REG(WRK-QTD-PEDIDOS)
                   READ PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

      *=== CAMINHO E POSICAO DO NUMERO DO ARQUIVO WRK-ARQUIVO
       0215-MONTAR-PATH      SECTION.
           IF ARQ-PEDIDOS10
               MOVE "dados\PEDIDOS10.DAT" TO WRK-PATH-PEDIDOS
               MOVE 70 TO WRK-POS-NUMERO
           ELSE
               MOVE "dados\PEDIDOS11.DAT" TO WRK-PATH-PEDIDOS
               MOVE 71 TO WRK-POS-NUMERO
           END-IF.

      *=== MARCA "P" OS PEDIDOS A FATURAR: EMBARCADOS OU ENTREGUES ATE
      *=== A COMPETENCIA, SEM FATURA, COM CLIENTE E COM OS VALORES DA
      *=== COTACAO; OS QUE SO FALHAM NO CLIENTE OU NA COTACAO SAO
      *=== AVISADOS
       0300-SELECIONAR-PEDIDOS SECTION.
           MOVE ZEROS TO WRK-QTD-CANDIDATOS.
           MOVE ZEROS TO WRK-TOTAL-LOTE.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               PERFORM 0310-EXTRAIR-PEDIDO
               IF (PEDIDO-EMBARCADO OR PEDIDO-ENTREGUE)
                  AND WRK-PED-DATA-STATUS NUMERIC
                  AND WRK-PED-ANO-MES NOT GREATER WRK-COMPETENCIA
                  AND (WRK-PED-FATURA NOT NUMERIC
                       OR WRK-PED-FATURA EQUAL ZEROS)
                   PERFORM 0320-CLASSIFICAR-PEDIDO
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-LOTE TO WRK-TOTAL-LOTE-ED.
           DISPLAY "PEDIDOS A FATURAR...... " WRK-QTD-CANDIDATOS.
           DISPLAY "  VALOR A FATURAR...... " WRK-TOTAL-LOTE-ED.
           DISPLAY "SEM CLIENTE (AVISO).... " WRK-QTD-SEM-CLIENTE.
           DISPLAY "SEM COTACAO (AVISO).... " WRK-QTD-SEM-COTACAO.

      *=== TIRA DA LINHA WRK-IND-PED OS CAMPOS USADOS NO LOTE
       0310-EXTRAIR-PEDIDO   SECTION.
           MOVE WRK-PED-POS(WRK-IND-PED) TO WRK-POS-NUMERO.
           MOVE WRK-PED-REG(WRK-IND-PED)(1:30) TO WRK-PED-PRODUTO.
           MOVE WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO - 23:9)
             TO WRK-PED-STATUS-DATA.
           MOVE WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO - 6:12)
             TO WRK-PED-CLIENTE-NUMERO.
           MOVE WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO + 54:36)
             TO WRK-PED-COTACAO.

      *=== PEDIDO PRONTO PARA FATURAR OU SO AVISADO
       0320-CLASSIFICAR-PEDIDO SECTION.
           IF WRK-PED-CLIENTE NOT NUMERIC
              OR WRK-PED-CLIENTE EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-CLIENTE
               DISPLAY "AVISO: PEDIDO " WRK-PED-NUMERO
                       " SEM CLIENTE - NAO FATURADO"
           ELSE
           IF WRK-PED-FRETE NOT NUMERIC
              OR WRK-PED-SEGURO NOT NUMERIC
              OR WRK-PED-TAXA-COD NOT NUMERIC
               ADD 1 TO WRK-QTD-SEM-COTACAO
               DISPLAY "AVISO: PEDIDO " WRK-PED-NUMERO
                       " SEM OS VALORES DA COTACAO - NAO FATURADO"
           ELSE
               MOVE "P" TO WRK-PED-SITUACAO(WRK-IND-PED)
               ADD 1 TO WRK-QTD-CANDIDATOS
               ADD WRK-PED-FRETE WRK-PED-SEGURO WRK-PED-TAXA-COD
                 TO WRK-TOTAL-LOTE
           END-IF
           END-IF.

      *=== 1 FATURA POR CLIENTE + MES: O PRIMEIRO PEDIDO AINDA "P"
      *=== ABRE O GRUPO E OS SEGUINTES DO MESMO CLIENTE E MES ENTRAM
      *=== NELE
       0400-EMITIR-FATURAS   SECTION.
           OPEN OUTPUT FATURAS.
           IF FS-FATURAS NOT EQUAL 00
               DISPLAY "FATURAS_FRETE.TXT NAO PODE SER CRIADO - FS "
                       FS-FATURAS " - NADA FATURADO"
           ELSE
      *=== PROXIMO NUMERO DE FATURA DO CONTROLE (1A EXECUCAO = 1)
               MOVE 1 TO WRK-PROX-FATURA
               OPEN INPUT FATNUMCTL
               IF FS-FATNUM EQUAL 00
                   READ FATNUMCTL
                   IF FS-FATNUM EQUAL 00
                       MOVE REG-FATNUM TO WRK-PROX-FATURA
                   END-IF
                   CLOSE FATNUMCTL
               END-IF
               PERFORM VARYING WRK-IND-GRP FROM 1 BY 1
                         UNTIL WRK-IND-GRP GREATER WRK-QTD-PEDIDOS
                   IF PED-A-FATURAR(WRK-IND-GRP)
                       PERFORM 0410-FATURAR-GRUPO
                   END-IF
               END-PERFORM
               PERFORM 0450-GRAVAR-FATNUM
               CLOSE FATURAS
           END-IF.

      *=== SOMA O GRUPO DO PEDIDO WRK-IND-GRP, GRAVA A FATURA NO LIVRO
      *=== E NO JORNAL, IMPRIME E MARCA OS PEDIDOS COM O NUMERO
       0410-FATURAR-GRUPO    SECTION.
           MOVE WRK-IND-GRP TO WRK-IND-PED.
           PERFORM 0310-EXTRAIR-PEDIDO.
           MOVE WRK-PED-CLIENTE TO WRK-GRP-CLIENTE.
           MOVE WRK-PED-ANO-MES TO WRK-GRP-ANO-MES.
           MOVE ZEROS TO WRK-GRP-QTD.
           MOVE ZEROS TO WRK-GRP-TOTAL.
           PERFORM VARYING WRK-IND-PED FROM WRK-IND-GRP BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               IF PED-A-FATURAR(WRK-IND-PED)
                   PERFORM 0310-EXTRAIR-PEDIDO
                   IF WRK-PED-CLIENTE EQUAL WRK-GRP-CLIENTE
                      AND WRK-PED-ANO-MES EQUAL WRK-GRP-ANO-MES
                       MOVE "G" TO WRK-PED-SITUACAO(WRK-IND-PED)
                       ADD 1 TO WRK-GRP-QTD
                       ADD WRK-PED-FRETE WRK-PED-SEGURO
                           WRK-PED-TAXA-COD
                         TO WRK-GRP-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

      *=== GRUPO SEM VALOR (COTACAO ZERADA) NAO VIRA FATURA; OS
      *=== PEDIDOS VOLTAM PARA O PROXIMO LOTE
           IF WRK-GRP-TOTAL EQUAL ZEROS
               DISPLAY "AVISO: CLIENTE " WRK-GRP-CLIENTE " MES "
                       WRK-GRP-ANO-MES " SEM VALOR A COBRAR - SEM "
                       "FATURA"
               PERFORM VARYING WRK-IND-PED FROM WRK-IND-GRP BY 1
                         UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                   IF PED-NO-GRUPO(WRK-IND-PED)
                       MOVE "N" TO WRK-PED-SITUACAO(WRK-IND-PED)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 0420-NOME-CLIENTE
               PERFORM 0430-GRAVAR-FATURA
               PERFORM 0440-IMPRIMIR-FATURA
           END-IF.

      *=== NOME DO CLIENTE DO GRUPO PELO CADASTRO
       0420-NOME-CLIENTE     SECTION.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF CLIENTES-ABERTO
               MOVE WRK-GRP-CLIENTE TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       DISPLAY "AVISO: CLIENTE " WRK-GRP-CLIENTE
                               " NAO ESTA NO CADASTRO"
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
           IF WRK-NOME-CLIENTE EQUAL SPACES
               STRING "CLIENTE "      DELIMITED BY SIZE
                      WRK-GRP-CLIENTE DELIMITED BY SIZE
                      INTO WRK-NOME-CLIENTE
               END-STRING
           END-IF.

      *=== FATURA NOVA EM ABERTO, EM REAL, SEM RPS E SEM NOSSO NUMERO
      *=== (RECEBE O DELE NA REMESSA DO PROGRAMA13), E A EMISSAO NO
      *=== JORNAL
       0430-GRAVAR-FATURA    SECTION.
           MOVE "C"                TO FAT-TIPO-CLI.
           MOVE WRK-GRP-CLIENTE    TO FAT-CLI-ID.
           MOVE WRK-NOME-CLIENTE   TO FAT-CLIENTE.
           MOVE WRK-GRP-TOTAL      TO FAT-VALOR.
           MOVE WRK-DATA-HOJE      TO FAT-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO FAT-VENCIMENTO.
           MOVE "A"                TO FAT-STATUS.
           MOVE ZEROS              TO FAT-DATA-PGTO.
           MOVE ZEROS              TO FAT-VALOR-PAGO.
           MOVE FAT-VALOR          TO FAT-SALDO.
           MOVE ZEROS              TO FAT-QTD-PGTOS.
           MOVE ZEROS              TO FAT-RPS-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-DATA.
           MOVE SPACES             TO FAT-NFSE-VERIFICACAO.
           MOVE ZEROS              TO FAT-NOSSO-NUMERO.
           MOVE ZEROS              TO FAT-NOSSO-DV.
           MOVE "BRL"              TO FAT-MOEDA.
           MOVE FAT-VALOR          TO FAT-VALOR-MOEDA.
           MOVE ZEROS              TO FAT-COTACAO.
           MOVE "N" TO WRK-FATURA-GRAVADA.
           PERFORM 0435-GRAVAR-RECEBER
               UNTIL FATURA-GRAVADA.

           MOVE "EMISSAO"          TO WRK-JRN-OPERACAO.
           MOVE ZEROS              TO WRK-JRN-SEQ.
           MOVE WRK-DATA-HOJE      TO WRK-JRN-DATA-MOV.
           MOVE FAT-VALOR          TO WRK-JRN-VALOR.
           STRING "FRETE PEDIDOS "       DELIMITED BY SIZE
                  WRK-GRP-ANO-MES(5:2)   DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  WRK-GRP-ANO-MES(1:4)   DELIMITED BY SIZE
                  INTO WRK-JRN-MOTIVO
           END-STRING.
           PERFORM 9200-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-FATURAS.

      *=== GRAVA A FATURA PELA CHAVE COM O PROXIMO NUMERO; NUMERO JA
      *=== USADO (FATNUM.CTL ATRASADO) E PULADO, COMO NO PROGRAMA08;
      *=== NUMA FALHA DE GRAVACAO O QUE JA FOI FATURADO FICA MARCADO
      *=== NOS PEDIDOS ANTES DE PARAR
       0435-GRAVAR-RECEBER   SECTION.
           MOVE WRK-PROX-FATURA TO FAT-NUMERO.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO
                           " JA EXISTE NO LIVRO - NUMERO PULADO"
               NOT INVALID KEY
                   MOVE "S" TO WRK-FATURA-GRAVADA
           END-WRITE.
           IF NOT FATURA-GRAVADA
              AND FS-RECEBER NOT EQUAL 22
               DISPLAY "FALHA DE GRAVACAO EM CONTAS_RECEBER.DAT - FS "
                       FS-RECEBER
               PERFORM 0450-GRAVAR-FATNUM
               CLOSE FATURAS
               MOVE 8 TO RETURN-CODE
               PERFORM 0500-FINALIZAR
               STOP RUN
           END-IF.
           ADD 1 TO WRK-PROX-FATURA.

      *=== IMPRIME A FATURA DO GRUPO (1 LINHA POR PEDIDO) E GRAVA O
      *=== NUMERO DELA NO FIM DE CADA PEDIDO DO GRUPO
       0440-IMPRIMIR-FATURA  SECTION.
           MOVE SPACES TO WRK-REG-FATURA.
           STRING "FATURA "        DELIMITED BY SIZE
                  FAT-NUMERO       DELIMITED BY SIZE
                  " CLIENTE "      DELIMITED BY SIZE
                  WRK-GRP-CLIENTE  DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WRK-NOME-CLIENTE DELIMITED BY SIZE
                  INTO WRK-REG-FATURA
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           MOVE SPACES TO WRK-REG-FATURA.
           STRING "  FRETE DOS PEDIDOS DE "  DELIMITED BY SIZE
                  WRK-GRP-ANO-MES(5:2)       DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WRK-GRP-ANO-MES(1:4)       DELIMITED BY SIZE
                  " - VENCIMENTO "           DELIMITED BY SIZE
                  WRK-DATA-VENCIMENTO        DELIMITED BY SIZE
                  INTO WRK-REG-FATURA
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           MOVE SPACES TO WRK-REG-FATURA.
           MOVE "  PEDIDO PRODUTO"  TO WRK-REG-FATURA.
           MOVE "FRETE"             TO WRK-REG-FATURA(38:5).
           MOVE "SEGURO"            TO WRK-REG-FATURA(51:6).
           MOVE "TAXA COD"          TO WRK-REG-FATURA(63:8).
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           PERFORM VARYING WRK-IND-PED FROM WRK-IND-GRP BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               IF PED-NO-GRUPO(WRK-IND-PED)
                   PERFORM 0445-IMPRIMIR-PEDIDO
               END-IF
           END-PERFORM.

           MOVE FAT-VALOR TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REG-FATURA.
           STRING "  TOTAL "     DELIMITED BY SIZE
                  WRK-TOTAL-ED   DELIMITED BY SIZE
                  " ("           DELIMITED BY SIZE
                  WRK-GRP-QTD    DELIMITED BY SIZE
                  " PEDIDOS)"    DELIMITED BY SIZE
                  INTO WRK-REG-FATURA
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           DISPLAY "FATURA " FAT-NUMERO " CLIENTE " WRK-GRP-CLIENTE
                   " MES " WRK-GRP-ANO-MES " TOTAL " WRK-TOTAL-ED.

      *=== LINHA DO PEDIDO WRK-IND-PED NA FATURA E A MARCA DE
      *=== FATURADO (NUMERO DA FATURA NO FIM DO REGISTRO)
       0445-IMPRIMIR-PEDIDO  SECTION.
           PERFORM 0310-EXTRAIR-PEDIDO.
           MOVE WRK-PED-FRETE    TO WRK-FRETE-ED.
           MOVE WRK-PED-SEGURO   TO WRK-SEGURO-ED.
           MOVE WRK-PED-TAXA-COD TO WRK-COD-ED.
           MOVE SPACES TO WRK-REG-FATURA.
           STRING "  "                  DELIMITED BY SIZE
                  WRK-PED-NUMERO        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-PED-PRODUTO(1:19) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-FRETE-ED          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-SEGURO-ED         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-COD-ED            DELIMITED BY SIZE
                  INTO WRK-REG-FATURA
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           MOVE FAT-NUMERO TO WRK-PED-FATURA.
           MOVE WRK-PED-COTACAO
             TO WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO + 54:36).
           MOVE "F" TO WRK-PED-SITUACAO(WRK-IND-PED).
           ADD 1 TO WRK-QTD-FATURADOS.

      *=== GUARDA O PROXIMO NUMERO PARA O LOTE SEGUINTE
       0450-GRAVAR-FATNUM    SECTION.
           OPEN OUTPUT FATNUMCTL.
           MOVE WRK-PROX-FATURA TO REG-FATNUM.
           WRITE REG-FATNUM.
           CLOSE FATNUMCTL.

      *=== REGRAVA OS ARQUIVOS DE PEDIDOS QUANDO ALGUM PEDIDO FOI
      *=== FATURADO, COM AS LINHAS NA MESMA ORDEM DA LEITURA
       0500-FINALIZAR        SECTION.
           IF WRK-QTD-FATURADOS GREATER ZEROS
               MOVE "1" TO WRK-ARQUIVO
               PERFORM 0510-REGRAVAR-ARQUIVO
               MOVE "2" TO WRK-ARQUIVO
               PERFORM 0510-REGRAVAR-ARQUIVO
           END-IF.
           CLOSE RECEBER.
           IF CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF.
           MOVE WRK-TOTAL-LOTE TO WRK-TOTAL-LOTE-ED.
           DISPLAY "==================================".
           DISPLAY "FATURAS EMITIDAS....... " WRK-QTD-FATURAS.
           DISPLAY "PEDIDOS FATURADOS...... " WRK-QTD-FATURADOS.
           IF WRK-QTD-FATURAS GREATER ZEROS
               DISPLAY "GRAVADAS EM FATURAS_FRETE.TXT"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== REGRAVA O ARQUIVO WRK-ARQUIVO COM AS LINHAS DELE NA TABELA;
      *=== ARQUIVO QUE NAO TEVE LINHA LIDA FICA COMO ESTA
       0510-REGRAVAR-ARQUIVO SECTION.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               IF WRK-PED-ARQ(WRK-IND-PED) EQUAL WRK-ARQUIVO
                   ADD 1 TO WRK-QTD-ARQUIVO
               END-IF
           END-PERFORM.
           IF WRK-QTD-ARQUIVO GREATER ZEROS
               PERFORM 0215-MONTAR-PATH
               PERFORM 0515-BACKUP-PEDIDOS
               OPEN OUTPUT PEDIDOS
               IF FS-PEDIDOS NOT EQUAL 00
                   DISPLAY "FALHA AO REGRAVAR " WRK-PATH-PEDIDOS
                           " - FS " FS-PEDIDOS " - PEDIDOS FATURADOS "
                           "NAO MARCADOS"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                             UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                       IF WRK-PED-ARQ(WRK-IND-PED) EQUAL WRK-ARQUIVO
                           MOVE WRK-PED-REG(WRK-IND-PED) TO REG-PEDIDO
                           WRITE REG-PEDIDO
                       END-IF
                   END-PERFORM
                   CLOSE PEDIDOS
               END-IF
           END-IF.

      *=== GUARDA O ARQUIVO DE PEDIDOS ANTERIOR COMO GERACAO DE
      *=== BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0515-BACKUP-PEDIDOS   SECTION.
           MOVE "B"              TO BKP-OPERACAO.
           IF ARQ-PEDIDOS10
               MOVE "PEDIDOS10.DAT" TO BKP-ARQUIVO
           ELSE
               MOVE "PEDIDOS11.DAT" TO BKP-ARQUIVO
           END-IF.
           MOVE WRK-PATH-PEDIDOS TO BKP-CAMINHO.
           MOVE "FATFRET"        TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE " BKP-ARQUIVO
                       " FALHOU - FS " BKP-FS
           END-IF.

       COPY "FATJRPR.cpy".
