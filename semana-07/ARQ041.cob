       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ041.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: ETIQUETAS E MALA DIRETA DE UMA SELECAO DE
      *==            CAMPANHA: O CAMPANHA.CSV DO ARQ032 IA PARA UM
      *==            EDITOR DE TEXTO PARA IMPRIMIR ENVELOPES E METADE
      *==            DOS ENDERECOS SE PERDIA NO CAMINHO. AQUI CADA ID
      *==            DA SELECAO E RELIDO NO CADASTRO (COM O CONTATO
      *==            ESCOLHIDO PELO CTTPR: PRINCIPAL, DEPOIS ENTREGA),
      *==            AS ETIQUETAS SAEM ORDENADAS POR CEP (DESCONTO DO
      *==            CORREIO) EM N COLUNAS, E O MESMO CONTEUDO SAI
      *==            NUM ARQUIVO PARA MALA DIRETA NO EDITOR DE TEXTO
      *==  DATA: 06/07/2025
      *==  OBSERVACOES: CLIENTE FORA DO CADASTRO, INATIVO/BLOQUEADO,
      *==               SEM CONSENTIMENTO, SEM ENDERECO OU SEM CEP NAO
      *==               GERA ETIQUETA EM BRANCO: VAI PARA A LISTA DE
      *==               EXCECOES COM O MOTIVO. O CEP SO EXISTE NOS
      *==               CONTATOS ADICIONAIS (ARQ039). LAYOUT PERGUNTADO
      *==               NA HORA: 1 A 3 ETIQUETAS POR LINHA (44 COLUNAS
      *==               CADA) E 5 A 12 LINHAS POR ETIQUETA. A MALA
      *==               DIRETA SEPARA OS CAMPOS POR ";" PORQUE O
      *==               ENDERECO COSTUMA TER VIRGULA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== SELECAO DA CAMPANHA GRAVADA PELO ARQ032
           SELECT CAMPANHA ASSIGN
           TO WRK-PATH-CAMPANHA
               FILE STATUS IS FS-CAMPANHA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLIENTES ASSIGN
           TO WRK-PATH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== CONTATOS E ENDERECOS ADICIONAIS DOS CLIENTES (ARQ039)
           SELECT CONTATOS ASSIGN
           TO WRK-PATH-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.

      *=== ETIQUETAS IMPRESSAS, N POR LINHA
           SELECT ETIQUETAS ASSIGN
           TO WRK-PATH-ETIQUETAS
               FILE STATUS IS FS-ETIQUETAS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== ARQUIVO DE MALA DIRETA PARA O EDITOR DE TEXTO
           SELECT MALADIRETA ASSIGN
           TO WRK-PATH-MALADIRETA
               FILE STATUS IS FS-MALADIRETA
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== QUEM FICOU SEM ETIQUETA E POR QUE
           SELECT EXCECOES ASSIGN
           TO WRK-PATH-EXCECOES
               FILE STATUS IS FS-EXCECOES
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== ARQUIVO DE TRABALHO DO SORT POR CEP
           SELECT ORDENACAO ASSIGN
           TO WRK-PATH-ORDENACAO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CAMPANHA.
       01  REG-CAMPANHA.
           05  CAM-ID               PIC X(006).
           05  FILLER               PIC X(124).

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  CONTATOS.
           COPY "CTTREG.cpy".

       FD  ETIQUETAS.
       01  REG-ETIQUETA         PIC X(132).

       FD  MALADIRETA.
       01  REG-MALADIRETA       PIC X(130).

       FD  EXCECOES.
       01  REG-EXCECAO          PIC X(080).

      *=== 1 ETIQUETA BOA, NA ORDEM DE CEP E ID
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05  SRT-CEP              PIC 9(008).
           05  SRT-ID               PIC 9(006).
           05  SRT-NOME             PIC X(020).
           05  SRT-ATENCAO          PIC X(020).
           05  SRT-ENDERECO         PIC X(040).

       WORKING-STORAGE       SECTION.
       77  FS-CAMPANHA          PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-CONTATOS          PIC 9(002) VALUE ZEROS.
       77  FS-ETIQUETAS         PIC 9(002) VALUE ZEROS.
       77  FS-MALADIRETA        PIC 9(002) VALUE ZEROS.
       77  FS-EXCECOES          PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(030) VALUE SPACES.
       COPY "FSMSGWS.cpy".

      *=== ESCOLHA DO CONTATO/ENDERECO DA ETIQUETA (CTTWS/CTTPR)
       COPY "CTTWS.cpy".

      *=== LAYOUT DAS ETIQUETAS PEDIDO PELO OPERADOR
       77  WRK-COLUNAS          PIC 9(001) VALUE ZEROS.
       77  WRK-ALTURA           PIC 9(002) VALUE ZEROS.
       77  WRK-LARGURA          PIC 9(002) VALUE 44.

      *=== MOTIVO DA EXCECAO DO REGISTRO CORRENTE (BRANCO = ETIQUETA)
       77  WRK-MOTIVO           PIC X(030) VALUE SPACES.
       77  WRK-FIM-SORT         PIC X(001) VALUE "N".

      *=== ETIQUETAS DA LINHA EM MONTAGEM: ATE 3 COLUNAS DE 5 LINHAS
      *=== (NOME, A/C, ENDERECO, CEP E REFERENCIA)
       01  WRK-TAB-ETIQUETAS.
           05  WRK-ETQ-COLUNA   OCCURS 3 TIMES.
               10  WRK-ETQ-LINHA    PIC X(040) OCCURS 5 TIMES.
       77  WRK-QTD-NA-LINHA     PIC 9(001) VALUE ZEROS.
       77  WRK-IND-COL          PIC 9(001) VALUE ZEROS.
       77  WRK-IND-LIN          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-ETQ          PIC 9(001) VALUE ZEROS.
       77  WRK-POSICAO          PIC 9(003) VALUE ZEROS.
       77  WRK-LINHA-ETIQUETA   PIC X(132) VALUE SPACES.

      *=== CEP EDITADO E LINHAS DOS ARQUIVOS DE SAIDA
       01  WRK-CEP-ED.
           05  WRK-CEP-5        PIC 9(005).
           05  FILLER           PIC X(001) VALUE "-".
           05  WRK-CEP-3        PIC 9(003).
       77  WRK-MALA-DETALHE     PIC X(130) VALUE SPACES.
       01  WRK-MALA-CAB         PIC X(060) VALUE
           "ID;NOME;ATENCAO;ENDERECO;CEP".
       01  WRK-LIN-EXCECAO.
           05  WRK-LE-ID        PIC X(006).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LE-NOME      PIC X(020).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LE-MOTIVO    PIC X(030).
           05  FILLER           PIC X(020) VALUE SPACES.
       01  WRK-CAB-EXCECAO.
           05  FILLER           PIC X(050) VALUE
               "EXCECOES DAS ETIQUETAS DA CAMPANHA - XPTO".
           05  FILLER           PIC X(010) VALUE "EMITIDO EM".
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-CAB-DATA     PIC 9(008).
           05  FILLER           PIC X(011) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-ETIQUETAS  PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EXCECOES   PIC 9(006) VALUE ZEROS.

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-CAMPANHA    PIC X(040) VALUE
           "..\dados\CAMPANHA.CSV".
       77  WRK-PATH-CLIENTES    PIC X(040) VALUE
           "..\dados\CLIENTES.DAT".
       77  WRK-PATH-CONTATOS    PIC X(040) VALUE
           "..\dados\CONTATOS.DAT".
       77  WRK-PATH-ETIQUETAS   PIC X(040) VALUE
           "..\dados\ETIQUETAS.LST".
       77  WRK-PATH-MALADIRETA  PIC X(040) VALUE
           "..\dados\MALADIRETA.CSV".
       77  WRK-PATH-EXCECOES    PIC X(040) VALUE
           "..\dados\ETIQ_EXCECOES.LST".
       77  WRK-PATH-ORDENACAO   PIC X(040) VALUE
           "..\dados\ARQ041.SRT".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ041" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ041" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-TOTAL-LIDOS.
           MOVE ZEROS TO WRK-TOTAL-ETIQUETAS.
           MOVE ZEROS TO WRK-TOTAL-EXCECOES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== ETIQUETAS E MALA DIRETA DA CAMPANHA ====".
           DISPLAY "ETIQUETAS POR LINHA (1 A 3, 0 = 2): ".
           ACCEPT WRK-COLUNAS.
           IF WRK-COLUNAS EQUAL ZEROS
               MOVE 2 TO WRK-COLUNAS
           END-IF.
           IF WRK-COLUNAS GREATER 3
               MOVE "ETIQUETAS POR LINHA: DE 1 A 3" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           DISPLAY "LINHAS POR ETIQUETA (5 A 12, 0 = 6): ".
           ACCEPT WRK-ALTURA.
           IF WRK-ALTURA EQUAL ZEROS
               MOVE 6 TO WRK-ALTURA
           END-IF.
           IF WRK-ALTURA LESS 5 OR WRK-ALTURA GREATER 12
               MOVE "LINHAS POR ETIQUETA: DE 5 A 12" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN INPUT CAMPANHA.
           IF FS-CAMPANHA NOT EQUAL 00
               MOVE "CAMPANHA.CSV NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE FS-CLIENTES TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

      *=== CONTATOS ADICIONAIS; SEM O ARQUIVO NINGUEM TEM CEP E TODOS
      *=== VAO PARA AS EXCECOES
           MOVE "N" TO WRK-CTT-ABERTO.
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS EQUAL 00
               MOVE "S" TO WRK-CTT-ABERTO
           END-IF.

           OPEN OUTPUT ETIQUETAS.
           IF FS-ETIQUETAS NOT EQUAL 00
               MOVE "ETIQUETAS.LST NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT MALADIRETA.
           IF FS-MALADIRETA NOT EQUAL 00
               MOVE "MALADIRETA.CSV NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-MALA-CAB TO REG-MALADIRETA.
           WRITE REG-MALADIRETA.

           OPEN OUTPUT EXCECOES.
           IF FS-EXCECOES NOT EQUAL 00
               MOVE "ETIQ_EXCECOES.LST NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           MOVE WRK-CAB-EXCECAO TO REG-EXCECAO.
           WRITE REG-EXCECAO.

       0200-PROCESSAR        SECTION.
           SORT ORDENACAO
               ON ASCENDING KEY SRT-CEP
               ON ASCENDING KEY SRT-ID
               INPUT PROCEDURE IS 0210-SELECIONAR
               OUTPUT PROCEDURE IS 0250-IMPRIMIR.

      *=== INPUT PROCEDURE DO SORT: CADA ID DA SELECAO VIRA ETIQUETA
      *=== (RELEASE) OU LINHA NA LISTA DE EXCECOES
       0210-SELECIONAR       SECTION.
           READ CAMPANHA.
           PERFORM UNTIL FS-CAMPANHA NOT EQUAL 00
      *=== A 1A LINHA DO CSV E O CABECALHO
               IF CAM-ID NOT EQUAL "ID,NOM"
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM 0220-AVALIAR-CLIENTE
                   IF WRK-MOTIVO EQUAL SPACES
                       PERFORM 0230-LIBERAR-ETIQUETA
                   ELSE
                       PERFORM 0240-GRAVAR-EXCECAO
                   END-IF
               END-IF
               READ CAMPANHA
           END-PERFORM.

      *=== RELE O CLIENTE NO CADASTRO E ESCOLHE O ENDERECO; O 1O
      *=== MOTIVO ENCONTRADO VAI PARA A EXCECAO
       0220-AVALIAR-CLIENTE  SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO REG-NOME.
           IF CAM-ID NOT NUMERIC
               MOVE "ID INVALIDO NA SELECAO" TO WRK-MOTIVO
           ELSE
               MOVE CAM-ID TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       MOVE SPACES TO REG-NOME
                       MOVE "FORA DO CADASTRO" TO WRK-MOTIVO
               END-READ
           END-IF.

           IF WRK-MOTIVO EQUAL SPACES
               EVALUATE TRUE
                   WHEN NOT CLIENTE-ATIVO
                       MOVE "CLIENTE INATIVO/BLOQUEADO" TO WRK-MOTIVO
                   WHEN NOT CLIENTE-CONSENTIU
                       MOVE "SEM CONSENTIMENTO" TO WRK-MOTIVO
                   WHEN OTHER
      *=== CONTATO PRINCIPAL, DEPOIS O DE ENTREGA, DEPOIS O CLIREG
                       MOVE "P" TO WRK-CTT-TIPO-1
                       MOVE "2" TO WRK-CTT-TIPO-2
                       PERFORM 9140-ESCOLHER-CONTATO
                       IF WRK-CTT-USO-ENDERECO EQUAL SPACES
                           MOVE "SEM ENDERECO" TO WRK-MOTIVO
                       ELSE
                           IF WRK-CTT-USO-CEP EQUAL ZEROS
                               MOVE "SEM CEP (CADASTRAR NO ARQ039)"
                                 TO WRK-MOTIVO
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       0230-LIBERAR-ETIQUETA SECTION.
           MOVE WRK-CTT-USO-CEP      TO SRT-CEP.
           MOVE REG-ID               TO SRT-ID.
           MOVE REG-NOME             TO SRT-NOME.
           MOVE WRK-CTT-USO-NOME     TO SRT-ATENCAO.
           MOVE WRK-CTT-USO-ENDERECO TO SRT-ENDERECO.
           RELEASE REG-ORDENACAO.

       0240-GRAVAR-EXCECAO   SECTION.
           MOVE CAM-ID     TO WRK-LE-ID.
           MOVE REG-NOME   TO WRK-LE-NOME.
           MOVE WRK-MOTIVO TO WRK-LE-MOTIVO.
           MOVE WRK-LIN-EXCECAO TO REG-EXCECAO.
           WRITE REG-EXCECAO.
           ADD 1 TO WRK-TOTAL-EXCECOES.

      *=== OUTPUT PROCEDURE DO SORT: MONTA AS ETIQUETAS N POR LINHA E
      *=== GRAVA A MALA DIRETA NA MESMA ORDEM DE CEP
       0250-IMPRIMIR         SECTION.
           MOVE ZEROS  TO WRK-QTD-NA-LINHA.
           MOVE SPACES TO WRK-TAB-ETIQUETAS.
           MOVE "N"    TO WRK-FIM-SORT.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
               RETURN ORDENACAO
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       PERFORM 0260-MONTAR-ETIQUETA
                       PERFORM 0280-GRAVAR-MALA-DIRETA
                       IF WRK-QTD-NA-LINHA EQUAL WRK-COLUNAS
                           PERFORM 0270-EMITIR-LINHA
                       END-IF
               END-RETURN
           END-PERFORM.
      *=== ULTIMA LINHA INCOMPLETA
           IF WRK-QTD-NA-LINHA GREATER ZEROS
               PERFORM 0270-EMITIR-LINHA
           END-IF.

      *=== PREENCHE A PROXIMA COLUNA; SEM A/C O ENDERECO SOBE
       0260-MONTAR-ETIQUETA  SECTION.
           ADD 1 TO WRK-QTD-NA-LINHA.
           ADD 1 TO WRK-TOTAL-ETIQUETAS.
           MOVE WRK-QTD-NA-LINHA TO WRK-IND-COL.
           DIVIDE SRT-CEP BY 1000
               GIVING WRK-CEP-5 REMAINDER WRK-CEP-3.

           MOVE 1 TO WRK-IND-ETQ.
           MOVE SRT-NOME TO WRK-ETQ-LINHA(WRK-IND-COL, WRK-IND-ETQ).
           IF SRT-ATENCAO NOT EQUAL SPACES
               ADD 1 TO WRK-IND-ETQ
               STRING "A/C " SRT-ATENCAO
                      DELIMITED BY SIZE
                      INTO WRK-ETQ-LINHA(WRK-IND-COL, WRK-IND-ETQ)
               END-STRING
           END-IF.
           ADD 1 TO WRK-IND-ETQ.
           MOVE SRT-ENDERECO TO WRK-ETQ-LINHA(WRK-IND-COL, WRK-IND-ETQ).
           ADD 1 TO WRK-IND-ETQ.
           STRING "CEP " WRK-CEP-ED
                  DELIMITED BY SIZE
                  INTO WRK-ETQ-LINHA(WRK-IND-COL, WRK-IND-ETQ)
           END-STRING.
           ADD 1 TO WRK-IND-ETQ.
           STRING "REF " SRT-ID
                  DELIMITED BY SIZE
                  INTO WRK-ETQ-LINHA(WRK-IND-COL, WRK-IND-ETQ)
           END-STRING.

      *=== IMPRIME A FILEIRA DE ETIQUETAS COM A ALTURA PEDIDA; AS
      *=== LINHAS ALEM DA 5A SAEM EM BRANCO (ESPACO ENTRE ETIQUETAS)
       0270-EMITIR-LINHA     SECTION.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                     UNTIL WRK-IND-LIN GREATER WRK-ALTURA
               MOVE SPACES TO WRK-LINHA-ETIQUETA
               IF WRK-IND-LIN NOT GREATER 5
                   PERFORM VARYING WRK-IND-COL FROM 1 BY 1
                             UNTIL WRK-IND-COL GREATER WRK-QTD-NA-LINHA
                       COMPUTE WRK-POSICAO =
                           (WRK-IND-COL - 1) * WRK-LARGURA + 1
                       MOVE WRK-ETQ-LINHA(WRK-IND-COL, WRK-IND-LIN)
                         TO WRK-LINHA-ETIQUETA(WRK-POSICAO:40)
                   END-PERFORM
               END-IF
               MOVE WRK-LINHA-ETIQUETA TO REG-ETIQUETA
               WRITE REG-ETIQUETA
           END-PERFORM.
           MOVE ZEROS  TO WRK-QTD-NA-LINHA.
           MOVE SPACES TO WRK-TAB-ETIQUETAS.

      *=== 1 LINHA DA MALA DIRETA: ID;NOME;ATENCAO;ENDERECO;CEP
       0280-GRAVAR-MALA-DIRETA SECTION.
           MOVE SPACES TO WRK-MALA-DETALHE.
           STRING SRT-ID                        DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM(SRT-NOME)        DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM(SRT-ATENCAO)     DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM(SRT-ENDERECO)    DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CEP-ED                     DELIMITED BY SIZE
                  INTO WRK-MALA-DETALHE
           END-STRING.
           MOVE WRK-MALA-DETALHE TO REG-MALADIRETA.
           WRITE REG-MALADIRETA.

       0300-FINALIZAR        SECTION.
           CLOSE CAMPANHA
                 CLIENTES
                 ETIQUETAS
                 MALADIRETA
                 EXCECOES.
           IF CONTATOS-ABERTOS
               CLOSE CONTATOS
           END-IF.
           DISPLAY "IDS NA SELECAO....... " WRK-TOTAL-LIDOS.
           DISPLAY "ETIQUETAS............ " WRK-TOTAL-ETIQUETAS.
           DISPLAY "EXCECOES............. " WRK-TOTAL-EXCECOES.
           DISPLAY "ETIQUETAS.LST, MALADIRETA.CSV E ETIQ_EXCECOES.LST "
                   "GRAVADOS".
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ041" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       COPY "FSMSGPR.cpy".

       COPY "CTTPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "CAMPANHA.CSV" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CAMPANHA TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CAMPANHA.

           MOVE "CLIENTES.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CLIENTES TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CLIENTES.

           MOVE "CONTATOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CONTATOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CONTATOS.

           MOVE "ETIQUETAS.LST" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ETIQUETAS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ETIQUETAS.

           MOVE "MALADIRETA.CSV" TO CFG-ARQUIVO.
           MOVE WRK-PATH-MALADIRETA TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-MALADIRETA.

           MOVE "ETIQ_EXCECOES.LST" TO CFG-ARQUIVO.
           MOVE WRK-PATH-EXCECOES TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-EXCECOES.

           MOVE "ARQ041.SRT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ORDENACAO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ORDENACAO.
