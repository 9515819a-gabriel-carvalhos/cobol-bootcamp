       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATATIP.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: REVISAO DE VALORES ATIPICOS ANTES DA REMESSA E DO
      *==            EMBARQUE: UM ITEM DE CONTRATO DIGITADO COM UM ZERO
      *==            A MAIS NO CONMANU VIROU UMA FATURA DE 10 VEZES O
      *==            NORMAL, E UM PESO ERRADO GEROU UMA COTACAO DE
      *==            FRETE DE 5 VEZES O NORMAL, E NINGUEM VIU ANTES DE
      *==            OS DOCUMENTOS SAIREM. A REVISAO (PASSO DA CADEIA DE
      *==            FATURAMENTO FATCADE, DEPOIS DO LOTE DO PROGRAMA08,
      *==            OU OPCAO A AQUI, DEPOIS DOS MANIFESTOS DO
      *==            PROGRAMA10/11) COMPARA:
      *==              - CADA FATURA NOVA EM ABERTO COM O HISTORICO DE
      *==                FATURAS DO MESMO CLIENTE;
      *==              - CADA PEDIDO COTADO ("C") COM O HISTORICO DE
      *==                FRETES DA MESMA UF E TRANSPORTADORA NOS 2
      *==                ARQUIVOS DE PEDIDOS;
      *==            COM A MEDIA E O DESVIO PADRAO DO MODULO ESTATIS. O
      *==            QUE FICAR LONGE DEMAIS DA MEDIA VAI PARA A LISTA DE
      *==            RETENCAO ATIPICOS.DAT (COPYBOOK ATPREG): A FATURA
      *==            RETIDA NAO VAI NA REMESSA DO PROGRAMA13 E O PEDIDO
      *==            RETIDO NAO EMBARCA NO PEDSTAT ATE O SUPERVISOR
      *==            LIBERAR (OPCAO L)
      *==  DATA: 08/09/2025
      *==  OBSERVACOES: ATIPICO E O VALOR QUE SE AFASTA DA MEDIA MAIS
      *==               QUE O MAIOR DE 2 LIMIARES - N DESVIOS PADRAO OU
      *==               X% DA PROPRIA MEDIA (O 2O EVITA RETER TUDO
      *==               QUANDO O HISTORICO E QUASE CONSTANTE) - E SO E
      *==               JULGADO COM UM MINIMO DE VALORES NO HISTORICO.
      *==               ATIPICOS.CTL E 1 LINHA: N 9(2)V9, X 9(3) E O
      *==               MINIMO 9(3); SEM O CONTROLE VALEM 3 DESVIOS, 50%
      *==               E 3 VALORES. FATURA NOVA E A ABERTA SEM
      *==               PAGAMENTO EMITIDA DESDE A ULTIMA REMESSA
      *==               (REMESSA.CTL). SO ENTRA NO HISTORICO O QUE JA
      *==               ESTAVA ESTABELECIDO: FICAM DE FORA AS FATURAS
      *==               NOVAS, AS CANCELADAS, AS RENEGOCIADAS E AS
      *==               RETIDAS, E OS PEDIDOS AINDA COTADOS, OS
      *==               CANCELADOS E OS RETIDOS. O HISTORICO TEM NO
      *==               MAXIMO OS 500 VALORES MAIS RECENTES (LIMITE DO
      *==               ESTATIS). ITEM JA RETIDO CONTINUA RETIDO; ITEM
      *==               LIBERADO SO E JULGADO DE NOVO SE O VALOR
      *==               MUDAR. A RETENCAO NAO PARA A
      *==               CADEIA (RETURN-CODE 0); SO A FALHA DE ABERTURA
      *==               OU DE GRAVACAO DA LISTA SAI COM RETURN-CODE 8.
      *==               A FATURA ERRADA DE FATO E CANCELADA NO FATNOTA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER, LIDO NA ORDEM DO CLIENTE
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== ARQUIVO DE PEDIDOS DO FRETE (PEDIDOS10 E DEPOIS PEDIDOS11)
           SELECT PEDIDOS ASSIGN
           TO WRK-PATH-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.

      *=== LISTA DE RETENCAO (COPYBOOK ATPREG)
           SELECT ATIPICOS ASSIGN
           TO "dados\ATIPICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATIPICOS.

      *=== LIMIARES DA REVISAO, 1 LINHA SO
           SELECT ATIPCTL ASSIGN
           TO "dados\ATIPICOS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATIPCTL.

      *=== DATA DA ULTIMA REMESSA, 1 LINHA SO (VER PROGRAMA13)
           SELECT REMESSACTL ASSIGN
           TO "dados\REMESSA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMCTL.

      *=== CADASTRO DE OPERADORES E PERFIS (O MESMO DO ARQMENU)
           SELECT OPERCTL ASSIGN
           TO "dados\OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERCTL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PEDIDOS.
       01  REG-PEDIDO           PIC X(168).

       FD  ATIPICOS.
           COPY "ATPREG.cpy".

      *=== N DESVIOS PADRAO, X% DA MEDIA E MINIMO DE VALORES
       FD  ATIPCTL.
       01  REG-ATIPCTL.
           05  CTA-FATOR-DESVIO     PIC 9(002)V9.
           05  CTA-TOLERANCIA       PIC 9(003).
           05  CTA-MIN-HISTORICO    PIC 9(003).

       FD  REMESSACTL.
       01  REG-REMESSACTL              PIC 9(008).

       FD  OPERCTL.
       01  REG-OPERCTL.
           05  OPE-ID               PIC X(008).
           05  OPE-NOME             PIC X(020).
           05  OPE-PERFIL           PIC X(001).

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-PEDIDOS           PIC 9(002) VALUE ZEROS.
       77  FS-ATIPICOS          PIC 9(002) VALUE ZEROS.
       77  FS-ATIPCTL           PIC 9(002) VALUE ZEROS.
       77  FS-REMCTL            PIC 9(002) VALUE ZEROS.
       77  FS-OPERCTL           PIC 9(002) VALUE ZEROS.

      *=== OPCAO: A-AVALIAR / R-RELACAO DA LISTA / L-LIBERAR /
      *=== F-ENCERRAR
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-AVALIAR               VALUE "A".
           88  OPCAO-RELACAO               VALUE "R".
           88  OPCAO-LIBERAR               VALUE "L".
           88  OPCAO-ENCERRAR              VALUE "F".

      *=== OPERADOR DA SESSAO E O PERFIL DELE NO OPERADOR.CTL
       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.
       77  WRK-PERFIL           PIC X(001) VALUE SPACE.
           88  PERFIL-SUPERVISOR           VALUE "S".
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== LIMIARES DO ATIPICOS.CTL
       77  WRK-FATOR-DESVIO     PIC 9(002)V9 VALUE 3.
       77  WRK-TOLERANCIA       PIC 9(003) VALUE 50.
       77  WRK-MIN-HISTORICO    PIC 9(003) VALUE 3.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-REMESSA     PIC 9(008) VALUE ZEROS.

      *=== LISTA DE RETENCAO EM MEMORIA, REGRAVADA INTEIRA QUANDO MUDA
       01  WRK-TAB-ATIPICOS.
           05  WRK-ATP-ITEM     OCCURS 500 TIMES.
               10  WRK-ATP-TIPO         PIC X(001).
               10  WRK-ATP-ARQUIVO      PIC X(002).
               10  WRK-ATP-NUMERO       PIC 9(006).
               10  WRK-ATP-CHAVE        PIC X(007).
               10  WRK-ATP-VALOR        PIC 9(008)V99.
               10  WRK-ATP-MEDIA        PIC 9(008)V99.
               10  WRK-ATP-DESVIO       PIC 9(008)V99.
               10  WRK-ATP-QTD-HIST     PIC 9(003).
               10  WRK-ATP-DATA         PIC 9(008).
               10  WRK-ATP-SITUACAO     PIC X(001).
               10  WRK-ATP-DATA-DECISAO PIC 9(008).
               10  WRK-ATP-OPERADOR     PIC X(008).
       77  WRK-QTD-ATP          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ATP          PIC 9(003) VALUE ZEROS.
       77  WRK-LISTA-MUDOU      PIC X(001) VALUE "N".
           88  LISTA-MUDOU                 VALUE "S".

      *=== ITEM PROCURADO NA LISTA (WRK-ATP-ACHADO ZERO = NAO ESTA)
       77  WRK-PROC-TIPO        PIC X(001) VALUE SPACE.
       77  WRK-PROC-ARQUIVO     PIC X(002) VALUE SPACES.
       77  WRK-PROC-NUMERO      PIC 9(006) VALUE ZEROS.
       77  WRK-ATP-ACHADO       PIC 9(003) VALUE ZEROS.

      *=== FATURAS DO CLIENTE EM ACUMULACAO (QUEBRA POR FAT-CHAVE-CLI);
      *=== CHEIA A TABELA, A MAIS ANTIGA SAI PARA DAR LUGAR A NOVA
       01  WRK-CHAVE-ATUAL.
           05  WRK-ATU-TIPO     PIC X(001) VALUE SPACE.
           05  WRK-ATU-ID       PIC 9(006) VALUE ZEROS.
       01  WRK-TAB-CLIENTE.
           05  WRK-CLI-ITEM     OCCURS 500 TIMES.
               10  WRK-CLI-NUMERO       PIC 9(006).
               10  WRK-CLI-VALOR        PIC 9(008)V99.
               10  WRK-CLI-CANDIDATA    PIC X(001).
               10  WRK-CLI-HISTORICO    PIC X(001).
       77  WRK-QTD-CLI          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CLI          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-HIST         PIC 9(003) VALUE ZEROS.

      *=== PEDIDOS DOS 2 ARQUIVOS EM MEMORIA (O FRETE 54 POSICOES
      *=== DEPOIS DO NUMERO, A TRANSPORTADORA 9 ANTES, A UF NA 41)
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM     OCCURS 400 TIMES.
               10  WRK-PED-ARQUIVO      PIC X(002).
               10  WRK-PED-NUMERO       PIC X(006).
               10  WRK-PED-NUMERO-N REDEFINES WRK-PED-NUMERO
                                        PIC 9(006).
               10  WRK-PED-UF           PIC X(002).
               10  WRK-PED-TRANSP       PIC X(003).
               10  WRK-PED-STATUS       PIC X(001).
               10  WRK-PED-FRETE        PIC X(010).
               10  WRK-PED-FRETE-N REDEFINES WRK-PED-FRETE
                                        PIC 9(008)V99.
               10  WRK-PED-RETIDO       PIC X(001).
       77  WRK-QTD-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-PATH-PEDIDOS     PIC X(040) VALUE SPACES.
       77  WRK-ARQ-PEDIDOS      PIC X(002) VALUE SPACES.
       77  WRK-POS-STATUS       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.

      *=== PARAMETRO DO MODULO ESTATIS (MAIOR/MENOR/SOMA/MEDIA), NAO
      *=== USADO AQUI: OS VALORES EM DINHEIRO VAO NO 2O PARAMETRO
       01  WRK-EST-PARM.
           05  WRK-EST-QTD     PIC 9(003).
           05  WRK-EST-MAIOR   PIC 9(003)V99.
           05  WRK-EST-MENOR   PIC 9(003)V99.
           05  WRK-EST-SOMA    PIC 9(006)V99.
           05  WRK-EST-MEDIA   PIC 9(003)V99.
           05  WRK-EST-VALOR   PIC 9(003)V99 OCCURS 500 TIMES.

      *=== MEDIA E DESVIO PADRAO DO HISTORICO (COPYBOOK ESTWS)
       COPY "ESTWS.cpy".

      *=== JULGAMENTO DO VALOR CANDIDATO CONTRA O HISTORICO
       77  WRK-VALOR-CANDIDATO  PIC 9(008)V99 VALUE ZEROS.
       77  WRK-AFASTAMENTO      PIC S9(009)V99 VALUE ZEROS.
       77  WRK-LIMIAR           PIC 9(010)V99 VALUE ZEROS.
       77  WRK-LIMIAR-MEDIA     PIC 9(010)V99 VALUE ZEROS.
       77  WRK-VALOR-ATIPICO    PIC X(001) VALUE "N".
           88  VALOR-ATIPICO               VALUE "S".

      *=== ITEM A RETER (MONTADO ANTES DO 0610-RETER)
       77  WRK-RET-TIPO         PIC X(001) VALUE SPACE.
       77  WRK-RET-ARQUIVO      PIC X(002) VALUE SPACES.
       77  WRK-RET-NUMERO       PIC 9(006) VALUE ZEROS.
       77  WRK-RET-CHAVE        PIC X(007) VALUE SPACES.

      *=== TOTAIS DA REVISAO
       77  WRK-QTD-AVALIADOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-RETIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-JA-RETIDOS   PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-JA-LIBERADOS PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-SEM-HIST     PIC 9(006) VALUE ZEROS.

      *=== LIBERACAO: ITEM DIGITADO
       77  WRK-LIB-TIPO         PIC X(001) VALUE SPACE.
           88  LIB-FATURA                  VALUE "F".
           88  LIB-FRETE                   VALUE "P".
       77  WRK-LIB-ARQUIVO      PIC X(002) VALUE SPACES.
       77  WRK-LIB-NUMERO       PIC 9(006) VALUE ZEROS.

       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MEDIA-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESVIO-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== SINALIZADOR DE EXECUCAO EM LOTE, LIGADO PELA CADEIA DE
      *=== FATURAMENTO (FATCADE): SO A AVALIACAO, SEM PERGUNTAS
       COPY "LOTEWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           IF EXECUCAO-EM-LOTE
               PERFORM 0400-AVALIAR
           ELSE
               PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0110-LER-CONTROLE.

      *=== NA CADEIA NAO HA OPERADOR; NA MAO, IDENTIFICACAO OBRIGATORIA
      *=== E SO O SUPERVISOR LIBERA
           IF NOT EXECUCAO-EM-LOTE
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WRK-OPERADOR
               IF WRK-OPERADOR EQUAL SPACES
                   DISPLAY "OPERADOR NAO IDENTIFICADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0120-LER-PERFIL
           END-IF.

           PERFORM 0130-CARREGAR-LISTA.

      *=== LIMIARES DO ATIPICOS.CTL; SEM O CONTROLE, 3 DESVIOS, 50% DA
      *=== MEDIA E 3 VALORES NO HISTORICO (COM AVISO)
       0110-LER-CONTROLE     SECTION.
           OPEN INPUT ATIPCTL.
           IF FS-ATIPCTL EQUAL 00
               READ ATIPCTL
               IF FS-ATIPCTL EQUAL 00
                   MOVE CTA-FATOR-DESVIO  TO WRK-FATOR-DESVIO
                   MOVE CTA-TOLERANCIA    TO WRK-TOLERANCIA
                   MOVE CTA-MIN-HISTORICO TO WRK-MIN-HISTORICO
               END-IF
               CLOSE ATIPCTL
           ELSE
               DISPLAY "AVISO: ATIPICOS.CTL AUSENTE - 3 DESVIOS PADRAO "
                       "OU 50% DA MEDIA, COM 3 VALORES NO HISTORICO"
           END-IF.
      *=== COM MENOS DE 2 VALORES NAO HA DESVIO QUE SIGNIFIQUE NADA
           IF WRK-MIN-HISTORICO LESS 2
               MOVE 2 TO WRK-MIN-HISTORICO
           END-IF.

      *=== PERFIL DO OPERADOR NO OPERADOR.CTL; SEM O ARQUIVO NINGUEM E
      *=== SUPERVISOR (MESMA POLITICA DO CXAFECH)
       0120-LER-PERFIL       SECTION.
           MOVE SPACE TO WRK-PERFIL.
           OPEN INPUT OPERCTL.
           IF FS-OPERCTL NOT EQUAL 00
               DISPLAY "OPERADOR.CTL NAO FOI ABERTO - FS " FS-OPERCTL
                       " - LIBERACAO INDISPONIVEL"
           ELSE
               READ OPERCTL
               PERFORM UNTIL FS-OPERCTL NOT EQUAL 00
                          OR WRK-PERFIL NOT EQUAL SPACE
                   IF OPE-ID EQUAL WRK-OPERADOR
                       MOVE OPE-PERFIL TO WRK-PERFIL
                   END-IF
                   READ OPERCTL
               END-PERFORM
               CLOSE OPERCTL
           END-IF.

      *=== LISTA DE RETENCAO PARA A MEMORIA (SEM O ARQUIVO, VAZIA)
       0130-CARREGAR-LISTA   SECTION.
           MOVE ZEROS TO WRK-QTD-ATP.
           MOVE "N" TO WRK-LISTA-MUDOU.
           OPEN INPUT ATIPICOS.
           IF FS-ATIPICOS EQUAL 00
               READ ATIPICOS
               PERFORM UNTIL FS-ATIPICOS NOT EQUAL 00
                          OR WRK-QTD-ATP EQUAL 500
                   ADD 1 TO WRK-QTD-ATP
                   MOVE ATP-TIPO     TO WRK-ATP-TIPO(WRK-QTD-ATP)
                   MOVE ATP-ARQUIVO  TO WRK-ATP-ARQUIVO(WRK-QTD-ATP)
                   MOVE ATP-NUMERO   TO WRK-ATP-NUMERO(WRK-QTD-ATP)
                   MOVE ATP-CHAVE    TO WRK-ATP-CHAVE(WRK-QTD-ATP)
                   MOVE ATP-VALOR    TO WRK-ATP-VALOR(WRK-QTD-ATP)
                   MOVE ATP-MEDIA    TO WRK-ATP-MEDIA(WRK-QTD-ATP)
                   MOVE ATP-DESVIO   TO WRK-ATP-DESVIO(WRK-QTD-ATP)
                   MOVE ATP-QTD-HIST TO WRK-ATP-QTD-HIST(WRK-QTD-ATP)
                   MOVE ATP-DATA     TO WRK-ATP-DATA(WRK-QTD-ATP)
                   MOVE ATP-SITUACAO TO WRK-ATP-SITUACAO(WRK-QTD-ATP)
                   MOVE ATP-DATA-DECISAO
                     TO WRK-ATP-DATA-DECISAO(WRK-QTD-ATP)
                   MOVE ATP-OPERADOR TO WRK-ATP-OPERADOR(WRK-QTD-ATP)
                   READ ATIPICOS
               END-PERFORM
               CLOSE ATIPICOS
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (A-AVALIAR AGORA / R-RELACAO DA LISTA / "
                   "L-LIBERAR / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-AVALIAR
                   PERFORM 0400-AVALIAR
               WHEN OPCAO-RELACAO
                   PERFORM 0210-RELACIONAR
               WHEN OPCAO-LIBERAR
                   IF NOT PERFIL-SUPERVISOR
                       DISPLAY "OPCAO RESERVADA AO SUPERVISOR"
                   ELSE
                       PERFORM 0220-LIBERAR
                   END-IF
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== TODA A LISTA, RETIDOS E LIBERADOS, NA ORDEM DE ENTRADA
       0210-RELACIONAR       SECTION.
           DISPLAY "==== LISTA DE RETENCAO - VALORES ATIPICOS ====".
           DISPLAY "TIPO ARQ NUMERO  CHAVE           VALOR"
                   "         MEDIA        DESVIO HIST SIT".
           MOVE ZEROS TO WRK-QTD-RETIDOS.
           PERFORM VARYING WRK-IND-ATP FROM 1 BY 1
                     UNTIL WRK-IND-ATP GREATER WRK-QTD-ATP
               MOVE WRK-ATP-VALOR(WRK-IND-ATP)  TO WRK-VALOR-ED
               MOVE WRK-ATP-MEDIA(WRK-IND-ATP)  TO WRK-MEDIA-ED
               MOVE WRK-ATP-DESVIO(WRK-IND-ATP) TO WRK-DESVIO-ED
               IF WRK-ATP-SITUACAO(WRK-IND-ATP) EQUAL "R"
                   ADD 1 TO WRK-QTD-RETIDOS
                   DISPLAY WRK-ATP-TIPO(WRK-IND-ATP) "    "
                           WRK-ATP-ARQUIVO(WRK-IND-ATP) "  "
                           WRK-ATP-NUMERO(WRK-IND-ATP) "  "
                           WRK-ATP-CHAVE(WRK-IND-ATP) " "
                           WRK-VALOR-ED " " WRK-MEDIA-ED " "
                           WRK-DESVIO-ED " "
                           WRK-ATP-QTD-HIST(WRK-IND-ATP) "  R"
                           " DESDE " WRK-ATP-DATA(WRK-IND-ATP)
               ELSE
                   DISPLAY WRK-ATP-TIPO(WRK-IND-ATP) "    "
                           WRK-ATP-ARQUIVO(WRK-IND-ATP) "  "
                           WRK-ATP-NUMERO(WRK-IND-ATP) "  "
                           WRK-ATP-CHAVE(WRK-IND-ATP) " "
                           WRK-VALOR-ED " " WRK-MEDIA-ED " "
                           WRK-DESVIO-ED " "
                           WRK-ATP-QTD-HIST(WRK-IND-ATP) "  L"
                           " EM " WRK-ATP-DATA-DECISAO(WRK-IND-ATP)
                           " POR " WRK-ATP-OPERADOR(WRK-IND-ATP)
               END-IF
           END-PERFORM.
           DISPLAY "ITENS NA LISTA......... " WRK-QTD-ATP.
           DISPLAY "  RETIDOS.............. " WRK-QTD-RETIDOS.

      *=== O SUPERVISOR CONFERE O VALOR E LIBERA O ITEM RETIDO, QUE
      *=== VOLTA PARA A REMESSA (FATURA) OU PARA O EMBARQUE (PEDIDO)
       0220-LIBERAR          SECTION.
           DISPLAY "TIPO (F-FATURA / P-FRETE DE PEDIDO): ".
           ACCEPT WRK-LIB-TIPO.
           MOVE SPACES TO WRK-LIB-ARQUIVO.
           IF LIB-FRETE
               DISPLAY "ARQUIVO DO PEDIDO (10 / 11): "
               ACCEPT WRK-LIB-ARQUIVO
           END-IF.
           DISPLAY "NUMERO: ".
           ACCEPT WRK-LIB-NUMERO.

           MOVE WRK-LIB-TIPO    TO WRK-PROC-TIPO.
           MOVE WRK-LIB-ARQUIVO TO WRK-PROC-ARQUIVO.
           MOVE WRK-LIB-NUMERO  TO WRK-PROC-NUMERO.
           PERFORM 0600-PROCURAR-ATIPICO.

           IF WRK-ATP-ACHADO EQUAL ZEROS
               DISPLAY "ITEM NAO ESTA NA LISTA DE RETENCAO"
           ELSE
           IF WRK-ATP-SITUACAO(WRK-ATP-ACHADO) NOT EQUAL "R"
               DISPLAY "ITEM JA LIBERADO EM "
                       WRK-ATP-DATA-DECISAO(WRK-ATP-ACHADO)
                       " POR " WRK-ATP-OPERADOR(WRK-ATP-ACHADO)
           ELSE
               MOVE WRK-ATP-VALOR(WRK-ATP-ACHADO)  TO WRK-VALOR-ED
               MOVE WRK-ATP-MEDIA(WRK-ATP-ACHADO)  TO WRK-MEDIA-ED
               MOVE WRK-ATP-DESVIO(WRK-ATP-ACHADO) TO WRK-DESVIO-ED
               DISPLAY "CHAVE....... " WRK-ATP-CHAVE(WRK-ATP-ACHADO)
               DISPLAY "VALOR....... " WRK-VALOR-ED
               DISPLAY "MEDIA....... " WRK-MEDIA-ED
                       " (" WRK-ATP-QTD-HIST(WRK-ATP-ACHADO)
                       " VALORES)"
               DISPLAY "DESVIO...... " WRK-DESVIO-ED
               DISPLAY "RETIDO EM... " WRK-ATP-DATA(WRK-ATP-ACHADO)
               DISPLAY "CONFIRMA A LIBERACAO (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   MOVE "L"           TO
                        WRK-ATP-SITUACAO(WRK-ATP-ACHADO)
                   MOVE WRK-DATA-HOJE TO
                        WRK-ATP-DATA-DECISAO(WRK-ATP-ACHADO)
                   MOVE WRK-OPERADOR  TO
                        WRK-ATP-OPERADOR(WRK-ATP-ACHADO)
                   PERFORM 0620-GRAVAR-LISTA
                   DISPLAY "ITEM LIBERADO"
               ELSE
                   DISPLAY "ITEM CONTINUA RETIDO"
               END-IF
           END-IF
           END-IF.

       0300-FINALIZAR        SECTION.
           DISPLAY "FIM DE PROGRAMA".

      *=== AVALIACAO: FATURAS NOVAS E PEDIDOS COTADOS CONTRA O
      *=== HISTORICO; A LISTA SO E REGRAVADA SE ALGO MUDOU
       0400-AVALIAR          SECTION.
           MOVE ZEROS TO WRK-QTD-AVALIADOS WRK-QTD-RETIDOS
                         WRK-QTD-JA-RETIDOS WRK-QTD-JA-LIBERADOS
                         WRK-QTD-SEM-HIST.
           MOVE "N" TO WRK-LISTA-MUDOU.

      *=== FATURA NOVA E A EMITIDA DESDE A ULTIMA REMESSA
           MOVE ZEROS TO WRK-DATA-REMESSA.
           OPEN INPUT REMESSACTL.
           IF FS-REMCTL EQUAL 00
               READ REMESSACTL
               IF FS-REMCTL EQUAL 00
                   MOVE REG-REMESSACTL TO WRK-DATA-REMESSA
               END-IF
               CLOSE REMESSACTL
           END-IF.

           PERFORM 0410-AVALIAR-FATURAS.
           PERFORM 0450-AVALIAR-FRETES.

           IF LISTA-MUDOU
               PERFORM 0620-GRAVAR-LISTA
           END-IF.

           DISPLAY "==== REVISAO DE VALORES ATIPICOS " WRK-DATA-HOJE
                   " ====".
           DISPLAY "ITENS AVALIADOS......... " WRK-QTD-AVALIADOS.
           DISPLAY "RETIDOS HOJE............ " WRK-QTD-RETIDOS.
           DISPLAY "JA RETIDOS ANTES........ " WRK-QTD-JA-RETIDOS.
           DISPLAY "JA LIBERADOS............ " WRK-QTD-JA-LIBERADOS.
           DISPLAY "SEM HISTORICO SUFICIENTE " WRK-QTD-SEM-HIST.
           IF WRK-QTD-RETIDOS GREATER ZEROS
               DISPLAY "LIBERACAO PELO SUPERVISOR NO FATATIP (OPCAO L)"
           END-IF.

      *=== PERCORRE O LIVRO NA ORDEM DO CLIENTE (CHAVE ALTERNADA) E
      *=== JULGA AS FATURAS NOVAS DE CADA CLIENTE NA QUEBRA
       0410-AVALIAR-FATURAS  SECTION.
           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER " - FATURAS NAO AVALIADAS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO FAT-CHAVE-CLI
               START RECEBER KEY IS NOT LESS THAN FAT-CHAVE-CLI
                   INVALID KEY CONTINUE
               END-START
               IF FS-RECEBER EQUAL 00
                   READ RECEBER NEXT RECORD
               END-IF
               MOVE SPACE TO WRK-ATU-TIPO
               MOVE ZEROS TO WRK-ATU-ID
               MOVE ZEROS TO WRK-QTD-CLI
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                   IF FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-ATUAL
                       PERFORM 0420-REVER-CLIENTE
                       MOVE FAT-CHAVE-CLI TO WRK-CHAVE-ATUAL
                       MOVE ZEROS TO WRK-QTD-CLI
                   END-IF
                   PERFORM 0415-GUARDAR-FATURA
                   READ RECEBER NEXT RECORD
               END-PERFORM
               PERFORM 0420-REVER-CLIENTE
               CLOSE RECEBER
           END-IF.

      *=== FATURA DO CLIENTE NA TABELA: CANDIDATA SE NOVA E AINDA SEM
      *=== PAGAMENTO; HISTORICO SE NAO FOR CANDIDATA, CANCELADA,
      *=== RENEGOCIADA NEM RETIDA NA LISTA
       0415-GUARDAR-FATURA   SECTION.
           IF WRK-QTD-CLI EQUAL 500
               PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                         UNTIL WRK-IND-CLI EQUAL 500
                   MOVE WRK-CLI-ITEM(WRK-IND-CLI + 1)
                     TO WRK-CLI-ITEM(WRK-IND-CLI)
               END-PERFORM
           ELSE
               ADD 1 TO WRK-QTD-CLI
           END-IF.
           MOVE FAT-NUMERO TO WRK-CLI-NUMERO(WRK-QTD-CLI).
           MOVE FAT-VALOR  TO WRK-CLI-VALOR(WRK-QTD-CLI).

           MOVE "N" TO WRK-CLI-CANDIDATA(WRK-QTD-CLI).
           IF FATURA-ABERTA
              AND FAT-QTD-PGTOS EQUAL ZEROS
              AND FAT-EMISSAO NOT LESS WRK-DATA-REMESSA
               MOVE "S" TO WRK-CLI-CANDIDATA(WRK-QTD-CLI)
           END-IF.

           MOVE "S" TO WRK-CLI-HISTORICO(WRK-QTD-CLI).
           IF WRK-CLI-CANDIDATA(WRK-QTD-CLI) EQUAL "S"
              OR FATURA-CANCELADA OR FATURA-RENEGOCIADA
               MOVE "N" TO WRK-CLI-HISTORICO(WRK-QTD-CLI)
           ELSE
               MOVE "F"        TO WRK-PROC-TIPO
               MOVE SPACES     TO WRK-PROC-ARQUIVO
               MOVE FAT-NUMERO TO WRK-PROC-NUMERO
               PERFORM 0600-PROCURAR-ATIPICO
               IF WRK-ATP-ACHADO NOT EQUAL ZEROS
                   IF WRK-ATP-SITUACAO(WRK-ATP-ACHADO) EQUAL "R"
                       MOVE "N" TO WRK-CLI-HISTORICO(WRK-QTD-CLI)
                   END-IF
               END-IF
           END-IF.

      *=== QUEBRA DO CLIENTE: CADA FATURA CANDIDATA E JULGADA CONTRA
      *=== AS FATURAS DE HISTORICO DO MESMO CLIENTE. FATURA SEM
      *=== A CHAVE DO CLIENTE NAO TEM COM QUEM SER COMPARADA
       0420-REVER-CLIENTE    SECTION.
           IF WRK-QTD-CLI GREATER ZEROS
              AND WRK-ATU-ID IS NUMERIC
              AND WRK-ATU-ID NOT EQUAL ZEROS
               PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                         UNTIL WRK-IND-CLI GREATER WRK-QTD-CLI
                   IF WRK-CLI-CANDIDATA(WRK-IND-CLI) EQUAL "S"
                       PERFORM 0425-JULGAR-FATURA
                   END-IF
               END-PERFORM
           END-IF.

       0425-JULGAR-FATURA    SECTION.
           MOVE "F"                         TO WRK-PROC-TIPO.
           MOVE SPACES                      TO WRK-PROC-ARQUIVO.
           MOVE WRK-CLI-NUMERO(WRK-IND-CLI) TO WRK-PROC-NUMERO.
           MOVE WRK-CLI-VALOR(WRK-IND-CLI)  TO WRK-VALOR-CANDIDATO.
           PERFORM 0600-PROCURAR-ATIPICO.

           IF WRK-ATP-ACHADO NOT EQUAL ZEROS
              AND WRK-ATP-SITUACAO(WRK-ATP-ACHADO) EQUAL "R"
               ADD 1 TO WRK-QTD-JA-RETIDOS
           ELSE
           IF WRK-ATP-ACHADO NOT EQUAL ZEROS
              AND WRK-ATP-VALOR(WRK-ATP-ACHADO)
                  EQUAL WRK-VALOR-CANDIDATO
               ADD 1 TO WRK-QTD-JA-LIBERADOS
           ELSE
               MOVE ZEROS TO EST-QTD
               PERFORM VARYING WRK-IND-HIST FROM 1 BY 1
                         UNTIL WRK-IND-HIST GREATER WRK-QTD-CLI
                   IF WRK-CLI-HISTORICO(WRK-IND-HIST) EQUAL "S"
                       ADD 1 TO EST-QTD
                       MOVE WRK-CLI-VALOR(WRK-IND-HIST)
                         TO EST-VALOR(EST-QTD)
                   END-IF
               END-PERFORM
               PERFORM 0500-JULGAR-VALOR
               IF VALOR-ATIPICO
                   MOVE "F"                         TO WRK-RET-TIPO
                   MOVE SPACES                      TO WRK-RET-ARQUIVO
                   MOVE WRK-CLI-NUMERO(WRK-IND-CLI) TO WRK-RET-NUMERO
                   MOVE WRK-CHAVE-ATUAL             TO WRK-RET-CHAVE
                   PERFORM 0610-RETER
               END-IF
           END-IF
           END-IF.

      *=== CARREGA OS 2 ARQUIVOS DE PEDIDOS E JULGA CADA PEDIDO COTADO
      *=== CONTRA OS FRETES DA MESMA UF E TRANSPORTADORA
       0450-AVALIAR-FRETES   SECTION.
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE "dados\PEDIDOS10.DAT" TO WRK-PATH-PEDIDOS.
           MOVE "10" TO WRK-ARQ-PEDIDOS.
           MOVE 47   TO WRK-POS-STATUS.
           MOVE 70   TO WRK-POS-NUMERO.
           PERFORM 0455-CARREGAR-PEDIDOS.
           MOVE "dados\PEDIDOS11.DAT" TO WRK-PATH-PEDIDOS.
           MOVE "11" TO WRK-ARQ-PEDIDOS.
           MOVE 48   TO WRK-POS-STATUS.
           MOVE 71   TO WRK-POS-NUMERO.
           PERFORM 0455-CARREGAR-PEDIDOS.

           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PED
               IF WRK-PED-STATUS(WRK-IND-PED) EQUAL "C"
                  AND WRK-PED-NUMERO(WRK-IND-PED) IS NUMERIC
                  AND WRK-PED-FRETE(WRK-IND-PED) IS NUMERIC
                   IF WRK-PED-FRETE-N(WRK-IND-PED) GREATER ZEROS
                       PERFORM 0460-JULGAR-FRETE
                   END-IF
               END-IF
           END-PERFORM.

      *=== ARQUIVO AUSENTE SO AVISA (O OUTRO SEGUE SENDO AVALIADO)
       0455-CARREGAR-PEDIDOS SECTION.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               DISPLAY "AVISO: " FUNCTION TRIM(WRK-PATH-PEDIDOS)
                       " NAO FOI ABERTO - FS " FS-PEDIDOS
           ELSE
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                          OR WRK-QTD-PED EQUAL 400
                   PERFORM 0457-GUARDAR-PEDIDO
                   READ PEDIDOS
               END-PERFORM
               IF FS-PEDIDOS EQUAL 00
                   DISPLAY "AVISO: TABELA DE PEDIDOS CHEIA - O RESTO "
                           "DE " FUNCTION TRIM(WRK-PATH-PEDIDOS)
                           " NAO FOI AVALIADO"
               END-IF
               CLOSE PEDIDOS
           END-IF.

       0457-GUARDAR-PEDIDO   SECTION.
           ADD 1 TO WRK-QTD-PED.
           MOVE WRK-ARQ-PEDIDOS TO WRK-PED-ARQUIVO(WRK-QTD-PED).
           MOVE REG-PEDIDO(WRK-POS-NUMERO:6)
             TO WRK-PED-NUMERO(WRK-QTD-PED).
           MOVE REG-PEDIDO(41:2) TO WRK-PED-UF(WRK-QTD-PED).
           MOVE REG-PEDIDO(WRK-POS-NUMERO - 9:3)
             TO WRK-PED-TRANSP(WRK-QTD-PED).
           MOVE REG-PEDIDO(WRK-POS-STATUS:1)
             TO WRK-PED-STATUS(WRK-QTD-PED).
           MOVE REG-PEDIDO(WRK-POS-NUMERO + 54:10)
             TO WRK-PED-FRETE(WRK-QTD-PED).

           MOVE "N" TO WRK-PED-RETIDO(WRK-QTD-PED).
           IF WRK-PED-NUMERO(WRK-QTD-PED) IS NUMERIC
               MOVE "P"                          TO WRK-PROC-TIPO
               MOVE WRK-ARQ-PEDIDOS              TO WRK-PROC-ARQUIVO
               MOVE WRK-PED-NUMERO-N(WRK-QTD-PED) TO WRK-PROC-NUMERO
               PERFORM 0600-PROCURAR-ATIPICO
               IF WRK-ATP-ACHADO NOT EQUAL ZEROS
                   IF WRK-ATP-SITUACAO(WRK-ATP-ACHADO) EQUAL "R"
                       MOVE "S" TO WRK-PED-RETIDO(WRK-QTD-PED)
                   END-IF
               END-IF
           END-IF.

      *=== HISTORICO: OS PEDIDOS DA MESMA UF E TRANSPORTADORA, NOS 2
      *=== ARQUIVOS, COM FRETE COTADO, JA FORA DA COTACAO ("C" SAO OS
      *=== CANDIDATOS), NAO CANCELADOS E NAO RETIDOS
       0460-JULGAR-FRETE     SECTION.
           MOVE "P"                           TO WRK-PROC-TIPO.
           MOVE WRK-PED-ARQUIVO(WRK-IND-PED)  TO WRK-PROC-ARQUIVO.
           MOVE WRK-PED-NUMERO-N(WRK-IND-PED) TO WRK-PROC-NUMERO.
           MOVE WRK-PED-FRETE-N(WRK-IND-PED)  TO WRK-VALOR-CANDIDATO.
           PERFORM 0600-PROCURAR-ATIPICO.

           IF WRK-ATP-ACHADO NOT EQUAL ZEROS
              AND WRK-ATP-SITUACAO(WRK-ATP-ACHADO) EQUAL "R"
               ADD 1 TO WRK-QTD-JA-RETIDOS
           ELSE
           IF WRK-ATP-ACHADO NOT EQUAL ZEROS
              AND WRK-ATP-VALOR(WRK-ATP-ACHADO)
                  EQUAL WRK-VALOR-CANDIDATO
               ADD 1 TO WRK-QTD-JA-LIBERADOS
           ELSE
               MOVE ZEROS TO EST-QTD
               PERFORM VARYING WRK-IND-HIST FROM 1 BY 1
                         UNTIL WRK-IND-HIST GREATER WRK-QTD-PED
                   IF WRK-PED-UF(WRK-IND-HIST)
                          EQUAL WRK-PED-UF(WRK-IND-PED)
                      AND WRK-PED-TRANSP(WRK-IND-HIST)
                          EQUAL WRK-PED-TRANSP(WRK-IND-PED)
                      AND WRK-PED-STATUS(WRK-IND-HIST) NOT EQUAL "C"
                      AND WRK-PED-STATUS(WRK-IND-HIST) NOT EQUAL "X"
                      AND WRK-PED-RETIDO(WRK-IND-HIST) EQUAL "N"
                      AND WRK-PED-FRETE(WRK-IND-HIST) IS NUMERIC
                       IF WRK-PED-FRETE-N(WRK-IND-HIST) GREATER ZEROS
                           ADD 1 TO EST-QTD
                           MOVE WRK-PED-FRETE-N(WRK-IND-HIST)
                             TO EST-VALOR(EST-QTD)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 0500-JULGAR-VALOR
               IF VALOR-ATIPICO
                   MOVE "P"                          TO WRK-RET-TIPO
                   MOVE WRK-PED-ARQUIVO(WRK-IND-PED) TO WRK-RET-ARQUIVO
                   MOVE WRK-PED-NUMERO-N(WRK-IND-PED)
                     TO WRK-RET-NUMERO
                   MOVE SPACES TO WRK-RET-CHAVE
                   STRING WRK-PED-UF(WRK-IND-PED)
                          WRK-PED-TRANSP(WRK-IND-PED)
                          DELIMITED BY SIZE INTO WRK-RET-CHAVE
                   PERFORM 0610-RETER
               END-IF
           END-IF
           END-IF.

      *=== COM O HISTORICO EM EST-VALOR: MEDIA E DESVIO PELO ESTATIS;
      *=== ATIPICO E O AFASTAMENTO DA MEDIA ACIMA DO MAIOR LIMIAR
      *=== (N DESVIOS OU X% DA MEDIA)
       0500-JULGAR-VALOR     SECTION.
           MOVE "N" TO WRK-VALOR-ATIPICO.
           ADD 1 TO WRK-QTD-AVALIADOS.
           IF EST-QTD LESS WRK-MIN-HISTORICO
               ADD 1 TO WRK-QTD-SEM-HIST
           ELSE
               MOVE ZEROS TO WRK-EST-QTD
               CALL "ESTATIS" USING WRK-EST-PARM WRK-EST-AMPLA
               COMPUTE WRK-LIMIAR = WRK-FATOR-DESVIO * EST-DESVIO
               COMPUTE WRK-LIMIAR-MEDIA =
                   EST-MEDIA * WRK-TOLERANCIA / 100
               IF WRK-LIMIAR-MEDIA GREATER WRK-LIMIAR
                   MOVE WRK-LIMIAR-MEDIA TO WRK-LIMIAR
               END-IF
               COMPUTE WRK-AFASTAMENTO =
                   WRK-VALOR-CANDIDATO - EST-MEDIA
               IF WRK-AFASTAMENTO LESS ZEROS
                   COMPUTE WRK-AFASTAMENTO = WRK-AFASTAMENTO * -1
               END-IF
               IF WRK-AFASTAMENTO GREATER WRK-LIMIAR
                   MOVE "S" TO WRK-VALOR-ATIPICO
               END-IF
           END-IF.

      *=== PROCURA O ITEM NA LISTA PELO TIPO, ARQUIVO E NUMERO; DEVOLVE
      *=== A POSICAO EM WRK-ATP-ACHADO (ZERO = NAO ESTA)
       0600-PROCURAR-ATIPICO SECTION.
           MOVE ZEROS TO WRK-ATP-ACHADO.
           PERFORM VARYING WRK-IND-ATP FROM 1 BY 1
                     UNTIL WRK-IND-ATP GREATER WRK-QTD-ATP
                        OR WRK-ATP-ACHADO NOT EQUAL ZEROS
               IF WRK-ATP-TIPO(WRK-IND-ATP) EQUAL WRK-PROC-TIPO
                  AND WRK-ATP-ARQUIVO(WRK-IND-ATP)
                      EQUAL WRK-PROC-ARQUIVO
                  AND WRK-ATP-NUMERO(WRK-IND-ATP)
                      EQUAL WRK-PROC-NUMERO
                   MOVE WRK-IND-ATP TO WRK-ATP-ACHADO
               END-IF
           END-PERFORM.

      *=== RETEM O ITEM (NOVO NA LISTA, OU O LIBERADO QUE MUDOU DE
      *=== VALOR E VOLTOU A SER ATIPICO). SEM ESPACO NA LISTA O ITEM
      *=== SAIRIA SEM REVISAO: RETURN-CODE 8 PARA PARAR A CADEIA
       0610-RETER            SECTION.
           IF WRK-ATP-ACHADO EQUAL ZEROS
              AND WRK-QTD-ATP EQUAL 500
               DISPLAY "LISTA DE RETENCAO CHEIA - " WRK-RET-TIPO " "
                       WRK-RET-NUMERO " ATIPICO E NAO RETIDO"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-ATP-ACHADO EQUAL ZEROS
                   ADD 1 TO WRK-QTD-ATP
                   MOVE WRK-QTD-ATP TO WRK-ATP-ACHADO
               END-IF
               MOVE WRK-RET-TIPO    TO WRK-ATP-TIPO(WRK-ATP-ACHADO)
               MOVE WRK-RET-ARQUIVO TO WRK-ATP-ARQUIVO(WRK-ATP-ACHADO)
               MOVE WRK-RET-NUMERO  TO WRK-ATP-NUMERO(WRK-ATP-ACHADO)
               MOVE WRK-RET-CHAVE   TO WRK-ATP-CHAVE(WRK-ATP-ACHADO)
               MOVE WRK-VALOR-CANDIDATO
                 TO WRK-ATP-VALOR(WRK-ATP-ACHADO)
               MOVE EST-MEDIA       TO WRK-ATP-MEDIA(WRK-ATP-ACHADO)
               MOVE EST-DESVIO      TO WRK-ATP-DESVIO(WRK-ATP-ACHADO)
               MOVE EST-QTD         TO WRK-ATP-QTD-HIST(WRK-ATP-ACHADO)
               MOVE WRK-DATA-HOJE   TO WRK-ATP-DATA(WRK-ATP-ACHADO)
               MOVE "R"             TO
                    WRK-ATP-SITUACAO(WRK-ATP-ACHADO)
               MOVE ZEROS           TO
                    WRK-ATP-DATA-DECISAO(WRK-ATP-ACHADO)
               MOVE SPACES          TO
                    WRK-ATP-OPERADOR(WRK-ATP-ACHADO)
               MOVE "S" TO WRK-LISTA-MUDOU
               ADD 1 TO WRK-QTD-RETIDOS
               MOVE WRK-VALOR-CANDIDATO TO WRK-VALOR-ED
               MOVE EST-MEDIA           TO WRK-MEDIA-ED
               MOVE EST-DESVIO          TO WRK-DESVIO-ED
               IF WRK-RET-TIPO EQUAL "F"
                   DISPLAY "RETIDA FATURA " WRK-RET-NUMERO
                           " CLIENTE " WRK-RET-CHAVE
               ELSE
                   DISPLAY "RETIDO FRETE DO PEDIDO " WRK-RET-NUMERO
                           " (PEDIDOS" WRK-RET-ARQUIVO ") UF/TRANSP "
                           WRK-RET-CHAVE
               END-IF
               DISPLAY "  VALOR " WRK-VALOR-ED " MEDIA " WRK-MEDIA-ED
                       " DESVIO " WRK-DESVIO-ED " (" EST-QTD
                       " VALORES)"
           END-IF.

      *=== REGRAVA ATIPICOS.DAT INTEIRO A PARTIR DA TABELA; SEM A LISTA
      *=== GRAVADA A RETENCAO NAO VALE: RETURN-CODE 8
       0620-GRAVAR-LISTA     SECTION.
           OPEN OUTPUT ATIPICOS.
           IF FS-ATIPICOS NOT EQUAL 00
               DISPLAY "ATIPICOS.DAT NAO PODE SER GRAVADO - FS "
                       FS-ATIPICOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WRK-IND-ATP FROM 1 BY 1
                         UNTIL WRK-IND-ATP GREATER WRK-QTD-ATP
                   MOVE SPACES TO REG-ATIPICO
                   MOVE WRK-ATP-TIPO(WRK-IND-ATP)     TO ATP-TIPO
                   MOVE WRK-ATP-ARQUIVO(WRK-IND-ATP)  TO ATP-ARQUIVO
                   MOVE WRK-ATP-NUMERO(WRK-IND-ATP)   TO ATP-NUMERO
                   MOVE WRK-ATP-CHAVE(WRK-IND-ATP)    TO ATP-CHAVE
                   MOVE WRK-ATP-VALOR(WRK-IND-ATP)    TO ATP-VALOR
                   MOVE WRK-ATP-MEDIA(WRK-IND-ATP)    TO ATP-MEDIA
                   MOVE WRK-ATP-DESVIO(WRK-IND-ATP)   TO ATP-DESVIO
                   MOVE WRK-ATP-QTD-HIST(WRK-IND-ATP) TO ATP-QTD-HIST
                   MOVE WRK-ATP-DATA(WRK-IND-ATP)     TO ATP-DATA
                   MOVE WRK-ATP-SITUACAO(WRK-IND-ATP) TO ATP-SITUACAO
                   MOVE WRK-ATP-DATA-DECISAO(WRK-IND-ATP)
                     TO ATP-DATA-DECISAO
                   MOVE WRK-ATP-OPERADOR(WRK-IND-ATP) TO ATP-OPERADOR
                   WRITE REG-ATIPICO
               END-PERFORM
               CLOSE ATIPICOS
           END-IF.
