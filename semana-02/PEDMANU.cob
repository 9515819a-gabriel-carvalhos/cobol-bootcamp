      *==               PROGRAMA10/11): EM BRANCO O LOTE ESCOLHE A
      *==               MAIS BARATA, PREENCHIDA E A FORCADA DO PEDIDO;
      *==               A MANUTENCAO PERGUNTA O CAMPO (OPCIONAL)
      *==  30/06/2025 GC: O PEDIDO GANHOU O CLIENTE (REG-ID) NO FIM DO
      *==               REGISTRO, PARA O MANIFESTO DO LOTE TRAZER O
      *==               ENDERECO DE ENTREGA (VER PROGRAMA10/11): ZERO =
      *==               SEM CLIENTE; INFORMADO, PRECISA EXISTIR EM
      *==               CLIENTES.DAT (SEM O ARQUIVO SO HA AVISO)
      *==  12/07/2025 GC: PEDIDO NOVO DE CLIENTE DO CADASTRO CONFERE O
      *==               CREDITO (MODULO FATLIMC, COPYBOOKS LCRWS/LCRPR)
      *==               PELO VALOR DECLARADO; CLIENTE BLOQUEADO OU SEM
      *==               LIMITE DISPONIVEL SO PASSA COM A LIBERACAO DE
      *==               UM SUPERVISOR. A ALTERACAO NAO CONFERE
      *==  15/07/2025 GC: O PEDIDO GANHOU NUMERO PERMANENTE (PEDNUM.CTL,
      *==               COMPARTILHADO PELOS 2 ARQUIVOS, NO MOLDE DO
      *==               RESNUM.CTL DO EXERCICIO02), ENDERECO DE ENTREGA
      *==               E CEP NO FIM DO REGISTRO (123 BYTES NO
      *==               PEDIDOS10, 124 NO PEDIDOS11). A UF DE DESTINO
      *==               DEIXA DE SER DIGITADA E VEM DO PREFIXO DO CEP
      *==               NO CEP.CTL (SEM O ARQUIVO, AVISO E UF DIGITADA
      *==               COMO ANTES); ALTERACAO E EXCLUSAO PASSAM A SER
      *==               PELO NUMERO DO PEDIDO, NAO MAIS PELA POSICAO NO
      *==               ARQUIVO. ARQUIVO AINDA NO LAYOUT ANTIGO PRECISA
      *==               PASSAR ANTES PELA CONVERSAO DO PEDCONV
      *==  18/07/2025 GC: O REGISTRO GANHA NO FIM OS VALORES COBRADOS NA
      *==               COTACAO (FRETE/SEGURO/TAXA DE COD, GRAVADOS PELO
      *==               LOTE DO PROGRAMA10/11) E O NUMERO DA FATURA DO
      *==               FRETE (FATFRET); A ALTERACAO PRESERVA ESSES
      *==               CAMPOS E PEDIDO JA FATURADO NAO PODE MAIS SER
      *==               ALTERADO NEM EXCLUIDO (O ACERTO E POR NOTA DE
      *==               CREDITO NO FATNOTA)
      *==  25/07/2025 GC: O REGISTRO GANHA NO FIM A DATA PROMETIDA DE
      *==               ENTREGA (GRAVADA PELO LOTE DO PROGRAMA10/11 E
      *==               REFEITA NO EMBARQUE PELO PEDSTAT); PEDIDO NOVO
      *==               ENTRA COM ZERO E A ALTERACAO A PRESERVA JUNTO
      *==               COM OS VALORES DA COTACAO
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU). STOP RUN TROCADO POR GOBACK E AS
      *==               RECUSAS E FALHAS DE ABERTURA SAEM COM
      *==               RETURN-CODE 8
      *==  01/09/2025 GC: ANTES DE REGRAVAR O ARQUIVO DE PEDIDOS, O
      *==               ARQUIVO ANTERIOR VIRA UMA GERACAO DE BACKUP
      *==               (MODULO ARQBKP, CATALOGO BACKUPS_GERAL.CTL);
      *==               FALHA NO BACKUP SO AVISA. RESTAURACAO PELO
      *==               ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETECTL.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: O CLIENTE DO PEDIDO)
           SELECT CLIENTES ASSIGN
           TO "..\dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== PROXIMO NUMERO DE PEDIDO (UMA LINHA, COMUM AOS 2 ARQUIVOS)
           SELECT PEDNUMCTL ASSIGN
           TO "..\dados\PEDNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDNUM.

      *=== PREFIXOS DE CEP E SUA UF (MANTIDA PELO ARQ037)
           SELECT CEPCTL ASSIGN
           TO "..\dados\CEP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CEPCTL.

       DATA DIVISION.
       FILE                  SECTION.
      *=== A LINHA CRUA DO PEDIDO; AS 2 VISOES (10 E 11) SAO MONTADAS
      *=== NO WORKING-STORAGE
       FD  PEDIDOS.
       01  REG-PEDIDO           PIC X(168).

       FD  FRETECTL.
       01  REG-FRETECTL.
           05  REG-FRETE-UF        PIC X(002).
           05  REG-FRETE-PERC      PIC 9(003)V99.

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  PEDNUMCTL.
       01  REG-PEDNUM           PIC 9(006).

      *=== PREFIXO DE CEP(5) + UF(2)
       FD  CEPCTL.
       01  REG-CEPCTL.
           05  REG-CEP-PREFIXO     PIC X(005).
           05  REG-CEP-UF          PIC X(002).

       WORKING-STORAGE       SECTION.
       77  FS-PEDIDOS           PIC 9(002) VALUE ZEROS.
       77  FS-FRETECTL          PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-PEDNUM            PIC 9(002) VALUE ZEROS.
       77  FS-CEPCTL            PIC 9(002) VALUE ZEROS.
       77  WRK-CLI-ABERTO       PIC X(001) VALUE "N".
           88  CLIENTES-ABERTOS            VALUE "S".

      *=== QUAL ARQUIVO: 1-PEDIDOS10 / 2-PEDIDOS11 (COM COBERTURA)
       77  WRK-ARQUIVO          PIC X(001) VALUE SPACES.
           88  ARQ-PEDIDOS11               VALUE "2".
       77  WRK-PEDIDOS-PATH     PIC X(040) VALUE SPACES.

      *=== POSICAO DO NUMERO DO PEDIDO NO REGISTRO (70 NO PEDIDOS10,
      *=== 71 NO PEDIDOS11, POR CAUSA DA COLUNA DE COBERTURA) E DOS
      *=== VALORES DA COTACAO + FATURA + DATA PROMETIDA, 54 POSICOES
      *=== DEPOIS DELE
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-COTACAO      PIC 9(003) VALUE ZEROS.
       77  WRK-COTACAO-GUARDADA PIC X(044) VALUE SPACES.
       77  WRK-FATURA-LIDA      PIC X(006) VALUE SPACES.
           88  PEDIDO-NAO-FATURADO         VALUE SPACES "000000".

      *=== VISAO DO PEDIDO DO PROGRAMA10: SEM COBERTURA
       01  WRK-PED10.
           05  WRK-P10-PRODUTO      PIC X(030).
           05  WRK-P10-DATA-STATUS  PIC 9(008).
           05  WRK-P10-PESO         PIC 9(003)V99.
           05  WRK-P10-TRANSP       PIC X(003).
           05  WRK-P10-CLIENTE      PIC 9(006).
           05  WRK-P10-NUMERO       PIC 9(006).
           05  WRK-P10-ENDERECO     PIC X(040).
           05  WRK-P10-CEP          PIC 9(008).
           05  WRK-P10-FRETE        PIC 9(008)V99.
           05  WRK-P10-SEGURO       PIC 9(008)V99.
           05  WRK-P10-TAXA-COD     PIC 9(008)V99.
           05  WRK-P10-FATURA       PIC 9(006).
           05  WRK-P10-PREVISTA     PIC 9(008).

      *=== VISAO DO PEDIDO DO PROGRAMA11: COM O CODIGO DA COBERTURA
       01  WRK-PED11.
           05  WRK-P11-DATA-STATUS  PIC 9(008).
           05  WRK-P11-PESO         PIC 9(003)V99.
           05  WRK-P11-TRANSP       PIC X(003).
           05  WRK-P11-CLIENTE      PIC 9(006).
           05  WRK-P11-NUMERO       PIC 9(006).
           05  WRK-P11-ENDERECO     PIC X(040).
           05  WRK-P11-CEP          PIC 9(008).
           05  WRK-P11-FRETE        PIC 9(008)V99.
           05  WRK-P11-SEGURO       PIC 9(008)V99.
           05  WRK-P11-TAXA-COD     PIC 9(008)V99.
           05  WRK-P11-FATURA       PIC 9(006).
           05  WRK-P11-PREVISTA     PIC 9(008).

      *=== PEDIDOS CARREGADOS EM MEMORIA (TECNICA DO CIDMANU)
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM     OCCURS 200 TIMES.
               10  WRK-PED-REG          PIC X(168).
               10  WRK-PED-ATIVO        PIC X(001).
       77  WRK-QTD-PEDIDOS      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-NUM-PEDIDO       PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-SEM-NUMERO   PIC 9(003) VALUE ZEROS.

      *=== NUMERO DO PEDIDO: O DIGITADO NA ALTERACAO/EXCLUSAO, O
      *=== PROXIMO DO PEDNUM.CTL E O MAIOR JA GRAVADO NO ARQUIVO
       77  WRK-PEDIDO-DIGITADO  PIC 9(006) VALUE ZEROS.
       77  WRK-PROX-PEDIDO      PIC 9(006) VALUE ZEROS.
       77  WRK-MAIOR-PEDIDO     PIC 9(006) VALUE ZEROS.
       77  WRK-NUMERO-LIDO      PIC 9(006) VALUE ZEROS.

      *=== UFS ATENDIDAS, CARREGADAS DE FRETE.CTL
       01  WRK-TAB-UFS.
       77  WRK-UF-OK            PIC X(001) VALUE "N".
           88  UF-ATENDIDA                 VALUE "S".

      *=== PREFIXOS DE CEP CARREGADOS DE CEP.CTL
       01  WRK-TAB-CEPS.
           05  WRK-CEP-ITEM     OCCURS 200 TIMES.
               10  WRK-CEP-PREFIXO      PIC X(005).
               10  WRK-CEP-UF           PIC X(002).
       77  WRK-QTD-CEPS         PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CEP          PIC 9(003) VALUE ZEROS.
       77  WRK-CEP-OK           PIC X(001) VALUE "N".
           88  CEP-CONHECIDO               VALUE "S".

      *=== OPCAO DA MANUTENCAO: L/I/A/E/F, COMO NO ARQ037
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-LISTAR                VALUE "L".
       77  WRK-COBERTURA        PIC X(001) VALUE "0".
       77  WRK-PESO             PIC 9(003)V99 VALUE ZEROS.
       77  WRK-TRANSP           PIC X(003) VALUE SPACES.
       77  WRK-CLIENTE          PIC 9(006) VALUE ZEROS.
       77  WRK-ENDERECO         PIC X(040) VALUE SPACES.
       77  WRK-CEP-DIGITADO     PIC X(008) VALUE SPACES.
       77  WRK-CEP              PIC 9(008) VALUE ZEROS.
       77  WRK-PEDIDO-OK        PIC X(001) VALUE "N".
           88  PEDIDO-VALIDO               VALUE "S".
       77  WRK-HOUVE-MUDANCA    PIC X(001) VALUE "N".
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-STATUS-GUARDADO  PIC X(009) VALUE SPACES.

      *=== CONFERENCIA DE CREDITO DO CLIENTE (MODULO FATLIMC)
       COPY "LCRWS.cpy".

      *=== BACKUP GERACIONAL ANTES DA REGRAVACAO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN ARQ-PEDIDOS10
                   MOVE "..\dados\PEDIDOS10.DAT" TO WRK-PEDIDOS-PATH
                   MOVE 70 TO WRK-POS-NUMERO
                   MOVE 124 TO WRK-POS-COTACAO
               WHEN ARQ-PEDIDOS11
                   MOVE "..\dados\PEDIDOS11.DAT" TO WRK-PEDIDOS-PATH
                   MOVE 71 TO WRK-POS-NUMERO
                   MOVE 125 TO WRK-POS-COTACAO
               WHEN OTHER
                   DISPLAY "ARQUIVO DESCONHECIDO - ENCERRANDO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *=== CARREGA AS UFS ATENDIDAS; SEM FRETE.CTL A MANUTENCAO NEM
               CLOSE FRETECTL
           ELSE
               DISPLAY "FRETE.CTL NAO FOI ABERTO - ENCERRANDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== SEM CLIENTES.DAT O CLIENTE DO PEDIDO NAO E CONFERIDO
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLI-ABERTO
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NAO FOI ABERTO - FS "
                       FS-CLIENTES " - CLIENTE DO PEDIDO NAO CONFERIDO"
           END-IF.

      *=== CARREGA OS PREFIXOS DE CEP; SEM CEP.CTL A UF E DIGITADA
      *=== COMO ANTES
           MOVE ZEROS TO WRK-QTD-CEPS.
           OPEN INPUT CEPCTL.
           IF FS-CEPCTL EQUAL 00
               READ CEPCTL
               PERFORM UNTIL FS-CEPCTL NOT EQUAL 00
                          OR WRK-QTD-CEPS EQUAL 200
                   ADD 1 TO WRK-QTD-CEPS
                   MOVE REG-CEP-PREFIXO
                     TO WRK-CEP-PREFIXO(WRK-QTD-CEPS)
                   MOVE REG-CEP-UF TO WRK-CEP-UF(WRK-QTD-CEPS)
                   READ CEPCTL
               END-PERFORM
               CLOSE CEPCTL
           ELSE
               DISPLAY "AVISO: CEP.CTL NAO FOI ABERTO - FS " FS-CEPCTL
                       " - UF DE DESTINO SERA DIGITADA"
           END-IF.

      *=== CARREGA OS PEDIDOS ATUAIS; SEM O ARQUIVO, COMECA VAZIO
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE REG-PEDIDO TO WRK-PED-REG(WRK-QTD-PEDIDOS)
                   MOVE "S"        TO WRK-PED-ATIVO(WRK-QTD-PEDIDOS)
                   IF REG-PEDIDO(WRK-POS-NUMERO:6) NUMERIC
                       MOVE REG-PEDIDO(WRK-POS-NUMERO:6)
                         TO WRK-NUMERO-LIDO
                       IF WRK-NUMERO-LIDO GREATER WRK-MAIOR-PEDIDO
                           MOVE WRK-NUMERO-LIDO TO WRK-MAIOR-PEDIDO
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-NUMERO
                   END-IF
                   READ PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
                       "COMECANDO VAZIO"
           END-IF.

      *=== PEDIDO SEM NUMERO E ARQUIVO AINDA NO LAYOUT ANTIGO: REGRAVAR
      *=== AQUI PERDERIA O NUMERO, ENTAO A CONVERSAO VEM PRIMEIRO
           IF WRK-QTD-SEM-NUMERO GREATER ZEROS
               DISPLAY WRK-QTD-SEM-NUMERO " PEDIDO(S) SEM NUMERO - "
                       "RODAR O PEDCONV ANTES - ENCERRANDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (L-LISTAR / I-INCLUIR / A-ALTERAR / "
                   "E-EXCLUIR / F-ENCERRAR): ".
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               IF WRK-PED-ATIVO(WRK-IND-PED) EQUAL "S"
                   DISPLAY WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO:6)
                           " - " WRK-PED-REG(WRK-IND-PED)
               END-IF
           END-PERFORM.

           ELSE
               PERFORM 0250-RECEBER-CAMPOS
               PERFORM 0260-VALIDAR-PEDIDO
               IF PEDIDO-VALIDO AND WRK-CLIENTE NOT EQUAL ZEROS
                   PERFORM 0265-CONFERIR-CREDITO
               END-IF
               IF PEDIDO-VALIDO
                   PERFORM 0280-PROXIMO-NUMERO
                   ADD 1 TO WRK-QTD-PEDIDOS
                   PERFORM 0270-MONTAR-LINHA
                   MOVE "S" TO WRK-PED-ATIVO(WRK-QTD-PEDIDOS)
                   MOVE "S" TO WRK-HOUVE-MUDANCA
                   DISPLAY "PEDIDO INCLUIDO - NUMERO " WRK-PROX-PEDIDO
                   PERFORM 0285-AVANCAR-NUMERO
               END-IF
           END-IF.

       0230-ALTERAR          SECTION.
           DISPLAY "NUMERO DO PEDIDO A ALTERAR: ".
           ACCEPT WRK-PEDIDO-DIGITADO.
           PERFORM 0235-LOCALIZAR-PEDIDO.
           IF WRK-NUM-PEDIDO EQUAL ZEROS
               DISPLAY "PEDIDO " WRK-PEDIDO-DIGITADO " NAO ENCONTRADO"
           ELSE
           IF NOT PEDIDO-NAO-FATURADO
               DISPLAY "PEDIDO JA FATURADO NA FATURA " WRK-FATURA-LIDA
                       " - ALTERACAO RECUSADA"
           ELSE
               DISPLAY "PEDIDO ATUAL: " WRK-PED-REG(WRK-NUM-PEDIDO)
               PERFORM 0250-RECEBER-CAMPOS
                   MOVE "S" TO WRK-HOUVE-MUDANCA
                   DISPLAY "PEDIDO ALTERADO"
               END-IF
           END-IF
           END-IF.

       0240-EXCLUIR          SECTION.
           DISPLAY "NUMERO DO PEDIDO A EXCLUIR: ".
           ACCEPT WRK-PEDIDO-DIGITADO.
           PERFORM 0235-LOCALIZAR-PEDIDO.
           IF WRK-NUM-PEDIDO EQUAL ZEROS
               DISPLAY "PEDIDO " WRK-PEDIDO-DIGITADO " NAO ENCONTRADO"
           ELSE
           IF NOT PEDIDO-NAO-FATURADO
               DISPLAY "PEDIDO JA FATURADO NA FATURA " WRK-FATURA-LIDA
                       " - EXCLUSAO RECUSADA"
           ELSE
               MOVE "N" TO WRK-PED-ATIVO(WRK-NUM-PEDIDO)
               MOVE "S" TO WRK-HOUVE-MUDANCA
               DISPLAY "PEDIDO EXCLUIDO"
           END-IF
           END-IF.

      *=== PROCURA O PEDIDO ATIVO PELO NUMERO DIGITADO; DEVOLVE A
      *=== POSICAO NA TABELA EM WRK-NUM-PEDIDO (ZERO = NAO ACHOU) E A
      *=== FATURA DO FRETE QUE JA O COBROU, SE HOUVER
       0235-LOCALIZAR-PEDIDO SECTION.
           MOVE ZEROS  TO WRK-NUM-PEDIDO.
           MOVE SPACES TO WRK-FATURA-LIDA.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                        OR WRK-NUM-PEDIDO NOT EQUAL ZEROS
               IF WRK-PED-ATIVO(WRK-IND-PED) EQUAL "S"
                  AND WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO:6)
                      EQUAL WRK-PEDIDO-DIGITADO
                   MOVE WRK-IND-PED TO WRK-NUM-PEDIDO
               END-IF
           END-PERFORM.
           IF WRK-NUM-PEDIDO NOT EQUAL ZEROS
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-COTACAO + 30:6)
                 TO WRK-FATURA-LIDA
           END-IF.

       0250-RECEBER-CAMPOS   SECTION.
           ACCEPT WRK-PRODUTO.
           DISPLAY "VALOR DECLARADO: ".
           ACCEPT WRK-VALOR.
           DISPLAY "ENDERECO DE ENTREGA: ".
           ACCEPT WRK-ENDERECO.
           DISPLAY "CEP DE ENTREGA (8 DIGITOS): ".
           ACCEPT WRK-CEP-DIGITADO.
           IF WRK-QTD-CEPS EQUAL ZEROS
               DISPLAY "UF DE DESTINO: "
               ACCEPT WRK-ESTADO
           END-IF.
           DISPLAY "QUANTIDADE DE PACOTES: ".
           ACCEPT WRK-PACOTES.
           DISPLAY "PESO EM KG (999,99): ".
           ACCEPT WRK-PESO.
           DISPLAY "TRANSPORTADORA FORCADA (BRANCO = MAIS BARATA): ".
           ACCEPT WRK-TRANSP.
           DISPLAY "CLIENTE (REG-ID, ZERO = SEM CLIENTE): ".
           ACCEPT WRK-CLIENTE.
           DISPLAY "PAGAMENTO CONTRA ENTREGA (S/N): ".
           ACCEPT WRK-COD.
           IF ARQ-PEDIDOS11

      *=== AS VALIDACOES QUE ANTES SO APARECIAM COMO REJEICAO NO MEIO
      *=== DO MANIFESTO: UF ATENDIDA, VALOR E PACOTES POSITIVOS, COD
      *=== S/N E COBERTURA 0/1/2 (SO NO PEDIDOS11); A UF VEM DO
      *=== PREFIXO DO CEP QUANDO HA CEP.CTL
       0260-VALIDAR-PEDIDO   SECTION.
           MOVE "S" TO WRK-PEDIDO-OK.

           MOVE "N"   TO WRK-CEP-OK.
           MOVE ZEROS TO WRK-CEP.
           IF WRK-CEP-DIGITADO NUMERIC
               MOVE WRK-CEP-DIGITADO TO WRK-CEP
               IF WRK-QTD-CEPS GREATER ZEROS
                   MOVE SPACES TO WRK-ESTADO
                   PERFORM VARYING WRK-IND-CEP FROM 1 BY 1
                             UNTIL WRK-IND-CEP GREATER WRK-QTD-CEPS
                                OR CEP-CONHECIDO
                       IF WRK-CEP-PREFIXO(WRK-IND-CEP)
                          EQUAL WRK-CEP-DIGITADO(1:5)
                           MOVE "S" TO WRK-CEP-OK
                           MOVE WRK-CEP-UF(WRK-IND-CEP) TO WRK-ESTADO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           MOVE "N" TO WRK-UF-OK.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                     UNTIL WRK-IND-UF GREATER WRK-QTD-UFS
               WHEN WRK-VALOR EQUAL ZEROS
                   MOVE "N" TO WRK-PEDIDO-OK
                   DISPLAY "VALOR DECLARADO NAO PODE SER ZERO"
               WHEN WRK-ENDERECO EQUAL SPACES
                   MOVE "N" TO WRK-PEDIDO-OK
                   DISPLAY "ENDERECO DE ENTREGA E OBRIGATORIO"
               WHEN WRK-CEP EQUAL ZEROS
                   MOVE "N" TO WRK-PEDIDO-OK
                   DISPLAY "CEP INVALIDO (8 DIGITOS)"
               WHEN WRK-QTD-CEPS GREATER ZEROS
                    AND NOT CEP-CONHECIDO
                   MOVE "N" TO WRK-PEDIDO-OK
                   DISPLAY "CEP " WRK-CEP-DIGITADO
                           " FORA DAS FAIXAS DO CEP.CTL"
               WHEN NOT UF-ATENDIDA
                   MOVE "N" TO WRK-PEDIDO-OK
                   DISPLAY "UF " WRK-ESTADO " NAO ESTA NO FRETE.CTL"
                   DISPLAY "COBERTURA DEVE SER 0, 1 OU 2"
           END-EVALUATE.

           IF PEDIDO-VALIDO AND CEP-CONHECIDO
               DISPLAY "UF DE DESTINO PELO CEP: " WRK-ESTADO
           END-IF.

      *=== O CLIENTE INFORMADO PRECISA EXISTIR NO CADASTRO
           IF PEDIDO-VALIDO
              AND WRK-CLIENTE NOT EQUAL ZEROS
              AND CLIENTES-ABERTOS
               MOVE WRK-CLIENTE TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       MOVE "N" TO WRK-PEDIDO-OK
                       DISPLAY "CLIENTE " WRK-CLIENTE
                               " NAO ESTA NO CADASTRO"
               END-READ
           END-IF.

      *=== CONFERE O CREDITO DO CLIENTE PELO VALOR DECLARADO; NA
      *=== RECUSA SEM LIBERACAO DO SUPERVISOR O PEDIDO NAO ENTRA
       0265-CONFERIR-CREDITO SECTION.
           MOVE WRK-CLIENTE  TO LCP-ID.
           MOVE WRK-VALOR    TO LCP-VALOR.
           MOVE "PEDMANU"    TO LCP-PROGRAMA.
           MOVE SPACES       TO LCP-OPERADOR.
           MOVE "..\dados\" TO LCP-PASTA.
           PERFORM 9160-CONFERIR-CREDITO.
           IF NOT CREDITO-APROVADO
               MOVE "N" TO WRK-PEDIDO-OK
               DISPLAY "INCLUSAO RECUSADA"
           END-IF.

      *=== MONTA A LINHA DO PEDIDO NA POSICAO NOVA DA TABELA
       0270-MONTAR-LINHA     SECTION.
           IF ARQ-PEDIDOS10
               MOVE WRK-DATA-HOJE TO WRK-P10-DATA-STATUS
               MOVE WRK-PESO    TO WRK-P10-PESO
               MOVE WRK-TRANSP  TO WRK-P10-TRANSP
               MOVE WRK-CLIENTE TO WRK-P10-CLIENTE
               MOVE WRK-PROX-PEDIDO TO WRK-P10-NUMERO
               MOVE WRK-ENDERECO TO WRK-P10-ENDERECO
               MOVE WRK-CEP     TO WRK-P10-CEP
               MOVE ZEROS       TO WRK-P10-FRETE WRK-P10-SEGURO
                                   WRK-P10-TAXA-COD WRK-P10-FATURA
                                   WRK-P10-PREVISTA
               MOVE WRK-PED10   TO WRK-PED-REG(WRK-QTD-PEDIDOS)
           ELSE
               MOVE WRK-PRODUTO   TO WRK-P11-PRODUTO
               MOVE WRK-DATA-HOJE TO WRK-P11-DATA-STATUS
               MOVE WRK-PESO      TO WRK-P11-PESO
               MOVE WRK-TRANSP    TO WRK-P11-TRANSP
               MOVE WRK-CLIENTE   TO WRK-P11-CLIENTE
               MOVE WRK-PROX-PEDIDO TO WRK-P11-NUMERO
               MOVE WRK-ENDERECO  TO WRK-P11-ENDERECO
               MOVE WRK-CEP       TO WRK-P11-CEP
               MOVE ZEROS         TO WRK-P11-FRETE WRK-P11-SEGURO
                                     WRK-P11-TAXA-COD WRK-P11-FATURA
                                     WRK-P11-PREVISTA
               MOVE WRK-PED11     TO WRK-PED-REG(WRK-QTD-PEDIDOS)
           END-IF.

       0275-MONTAR-NO-LUGAR  SECTION.
      *=== O STATUS E A DATA JA GRAVADOS SAO PRESERVADOS NA ALTERACAO
      *=== (NO PEDIDOS10 ELES COMECAM NA POSICAO 47, NO PEDIDOS11 NA
      *=== 48, POR CAUSA DA COLUNA DE COBERTURA), ASSIM COMO OS VALORES
      *=== DA COTACAO; O NUMERO E O MESMO QUE FOI DIGITADO PARA ACHAR O
      *=== PEDIDO
           IF ARQ-PEDIDOS10
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(47:9)
                 TO WRK-STATUS-GUARDADO
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(48:9)
                 TO WRK-STATUS-GUARDADO
           END-IF.
           MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-COTACAO:44)
             TO WRK-COTACAO-GUARDADA.
           IF ARQ-PEDIDOS10
               MOVE WRK-PRODUTO TO WRK-P10-PRODUTO
               MOVE WRK-VALOR   TO WRK-P10-VALOR
               MOVE WRK-COD     TO WRK-P10-COD
               MOVE WRK-PESO    TO WRK-P10-PESO
               MOVE WRK-TRANSP  TO WRK-P10-TRANSP
               MOVE WRK-CLIENTE TO WRK-P10-CLIENTE
               MOVE WRK-PEDIDO-DIGITADO TO WRK-P10-NUMERO
               MOVE WRK-ENDERECO TO WRK-P10-ENDERECO
               MOVE WRK-CEP     TO WRK-P10-CEP
               MOVE WRK-PED10   TO WRK-PED-REG(WRK-NUM-PEDIDO)
           ELSE
               MOVE WRK-PRODUTO   TO WRK-P11-PRODUTO
               MOVE WRK-COD       TO WRK-P11-COD
               MOVE WRK-PESO      TO WRK-P11-PESO
               MOVE WRK-TRANSP    TO WRK-P11-TRANSP
               MOVE WRK-CLIENTE   TO WRK-P11-CLIENTE
               MOVE WRK-PEDIDO-DIGITADO TO WRK-P11-NUMERO
               MOVE WRK-ENDERECO  TO WRK-P11-ENDERECO
               MOVE WRK-CEP       TO WRK-P11-CEP
               MOVE WRK-PED11     TO WRK-PED-REG(WRK-NUM-PEDIDO)
           END-IF.
           IF ARQ-PEDIDOS10
               MOVE WRK-STATUS-GUARDADO
                 TO WRK-PED-REG(WRK-NUM-PEDIDO)(48:9)
           END-IF.
           MOVE WRK-COTACAO-GUARDADA
             TO WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-COTACAO:44).

      *=== PROXIMO NUMERO DE PEDIDO, DO PEDNUM.CTL (1 SE AINDA NAO
      *=== EXISTE); NUNCA ABAIXO DO MAIOR NUMERO JA GRAVADO NO ARQUIVO
       0280-PROXIMO-NUMERO   SECTION.
           MOVE 1 TO WRK-PROX-PEDIDO.
           OPEN INPUT PEDNUMCTL.
           IF FS-PEDNUM EQUAL 00
               READ PEDNUMCTL
               IF FS-PEDNUM EQUAL 00
                   MOVE REG-PEDNUM TO WRK-PROX-PEDIDO
               END-IF
               CLOSE PEDNUMCTL
           END-IF.
           IF WRK-PROX-PEDIDO NOT GREATER WRK-MAIOR-PEDIDO
               COMPUTE WRK-PROX-PEDIDO = WRK-MAIOR-PEDIDO + 1
           END-IF.

      *=== O NUMERO FICA CONSUMIDO NA HORA DA INCLUSAO (MESMO QUE O
      *=== PEDIDO SEJA EXCLUIDO DEPOIS, O NUMERO NAO VOLTA)
       0285-AVANCAR-NUMERO   SECTION.
           MOVE WRK-PROX-PEDIDO TO WRK-MAIOR-PEDIDO.
           ADD 1 TO WRK-PROX-PEDIDO.
           OPEN OUTPUT PEDNUMCTL.
           MOVE WRK-PROX-PEDIDO TO REG-PEDNUM.
           WRITE REG-PEDNUM.
           CLOSE PEDNUMCTL.

      *=== REGRAVA O ARQUIVO SO COM OS PEDIDOS ATIVOS, QUANDO HOUVE
      *=== MUDANCA NA SESSAO
       0300-FINALIZAR        SECTION.
           IF HOUVE-MUDANCA
               PERFORM 0310-BACKUP-PEDIDOS
               OPEN OUTPUT PEDIDOS
               PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                         UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
           ELSE
               DISPLAY "NENHUMA MUDANCA - ARQUIVO PRESERVADO"
           END-IF.
           IF CLIENTES-ABERTOS
               CLOSE CLIENTES
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== GUARDA O ARQUIVO DE PEDIDOS DE ANTES DA SESSAO COMO
      *=== GERACAO DE BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O
      *=== AVISO
       0310-BACKUP-PEDIDOS   SECTION.
           MOVE "B"              TO BKP-OPERACAO.
           IF ARQ-PEDIDOS10
               MOVE "PEDIDOS10.DAT" TO BKP-ARQUIVO
           ELSE
               MOVE "PEDIDOS11.DAT" TO BKP-ARQUIVO
           END-IF.
           MOVE WRK-PEDIDOS-PATH TO BKP-CAMINHO.
           MOVE "PEDMANU"        TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE " BKP-ARQUIVO
                       " FALHOU - FS " BKP-FS
           END-IF.

       COPY "LCRPR.cpy".
