       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ043.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: UTILITARIO DOS BACKUPS GERACIONAIS DE FATURAMENTO,
      *==            FRETE, VIAGENS E ESCOLA (MODULO ARQBKP): LISTA O
      *==            CATALOGO BACKUPS_GERAL.CTL, TIRA UM BACKUP NA HORA
      *==            DE UM ARQUIVO (OU DE TODOS), RESTAURA UMA GERACAO
      *==            ESCOLHIDA DEPOIS DE CONFIRMADA E EXPURGA AS
      *==            GERACOES MAIS VELHAS QUE A RETENCAO DE CADA
      *==            ARQUIVO
      *==  DATA: 01/09/2025
      *==  OBSERVACOES: ARQUIVOS: CONTRATOS.DAT, CONTAS_RECEBER.DAT,
      *==               PEDIDOS10.DAT, PEDIDOS11.DAT, RESERVAS.DAT E
      *==               ALUNOS.DAT. A RETENCAO EM DIAS DE CADA UM VEM
      *==               DE RETENCAO.CTL (NOME DO ARQUIVO + DIAS);
      *==               ARQUIVO SEM LINHA FICA COM 30 DIAS. O EXPURGO
      *==               SEMPRE PRESERVA A GERACAO MAIS NOVA DE CADA
      *==               ARQUIVO, POR MAIS VELHA QUE SEJA. ANTES DE
      *==               RESTAURAR, O ARQUIVO VIVO E COPIADO PARA UMA
      *==               NOVA GERACAO, PARA A RESTAURACAO PODER SER
      *==               DESFEITA. CLIENTES.DAT CONTINUA COM O ARQ013
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CATALOGO DAS GERACOES GRAVADO PELO ARQBKP
           SELECT BKPCTL ASSIGN
           TO WRK-PATH-BKPCTL
               FILE STATUS IS FS-BKPCTL
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== O .BAK A EXPURGAR, CAMINHO TIRADO DO CATALOGO
           SELECT BACKUP ASSIGN
           TO WRK-BACKUP-PATH
               FILE STATUS IS FS-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== RETENCAO EM DIAS POR ARQUIVO, OPCIONAL
           SELECT RETCTL ASSIGN
           TO WRK-PATH-RETCTL
               FILE STATUS IS FS-RETCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  BKPCTL.
           COPY "BKPCAT.cpy".

       FD  BACKUP.
       01  REG-BACKUP           PIC X(250).

      *=== 1 LINHA POR ARQUIVO: NOME LOGICO + DIAS DE RETENCAO
       FD  RETCTL.
       01  REG-RETCTL.
           05  RET-ARQUIVO          PIC X(020).
           05  RET-SEP-1            PIC X(001).
           05  RET-DIAS             PIC 9(003).

       WORKING-STORAGE       SECTION.
       77  FS-BKPCTL            PIC 9(002) VALUE ZEROS.
       77  FS-BACKUP            PIC 9(002) VALUE ZEROS.
       77  FS-RETCTL            PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

       77  WRK-BACKUP-PATH      PIC X(060) VALUE SPACES.

      *=== ARQUIVOS COBERTOS: NOME LOGICO + CAMINHO PADRAO; OS
      *=== CAMINHOS SAO CONFIGURAVEIS PELO ARQUIVOS.CTL (VER 9090) E A
      *=== RETENCAO COMECA NOS 30 DIAS PADRAO (VER 0110)
       01  WRK-TAB-ARQUIVOS.
           05  FILLER               PIC X(060) VALUE
               "CONTRATOS.DAT       ..\dados\CONTRATOS.DAT".
           05  FILLER               PIC X(060) VALUE
               "CONTAS_RECEBER.DAT  ..\dados\CONTAS_RECEBER.DAT".
           05  FILLER               PIC X(060) VALUE
               "PEDIDOS10.DAT       ..\dados\PEDIDOS10.DAT".
           05  FILLER               PIC X(060) VALUE
               "PEDIDOS11.DAT       ..\dados\PEDIDOS11.DAT".
           05  FILLER               PIC X(060) VALUE
               "RESERVAS.DAT        ..\dados\RESERVAS.DAT".
           05  FILLER               PIC X(060) VALUE
               "ALUNOS.DAT          ..\dados\ALUNOS.DAT".
       01  WRK-TAB-ARQUIVOS-R REDEFINES WRK-TAB-ARQUIVOS.
           05  WRK-ARQ-ITEM     OCCURS 6 TIMES.
               10  WRK-ARQ-NOME     PIC X(020).
               10  WRK-ARQ-CAMINHO  PIC X(040).
       01  WRK-TAB-RETENCAO.
           05  WRK-ARQ-RETENCAO PIC 9(003) OCCURS 6 TIMES.
       77  WRK-QTD-ARQUIVOS     PIC 9(002) VALUE 6.
       77  WRK-IND-ARQ          PIC 9(002) VALUE ZEROS.
       77  WRK-RETENCAO-PADRAO  PIC 9(003) VALUE 30.

      *=== CATALOGO CARREGADO EM MEMORIA; WRK-CAT-ATIVO MARCA AS
      *=== LINHAS QUE SOBREVIVEM AO EXPURGO E WRK-CAT-IND-ARQ APONTA O
      *=== ARQUIVO DA LINHA NA WRK-TAB-ARQUIVOS (ZERO SE DESCONHECIDO)
       01  WRK-TAB-CATALOGO.
           05  WRK-CAT-ITEM     OCCURS 200 TIMES.
               10  WRK-CAT-DATA      PIC 9(008).
               10  WRK-CAT-HORA      PIC 9(008).
               10  WRK-CAT-ARQUIVO   PIC X(020).
               10  WRK-CAT-REGISTROS PIC 9(007).
               10  WRK-CAT-PROGRAMA  PIC X(010).
               10  WRK-CAT-CAMINHO   PIC X(040).
               10  WRK-CAT-BACKUP    PIC X(060).
               10  WRK-CAT-IND-ARQ   PIC 9(002).
               10  WRK-CAT-ATIVO     PIC X(001).
       77  WRK-QTD-CATALOGO     PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CAT          PIC 9(003) VALUE ZEROS.

      *=== LINHA DA GERACAO MAIS NOVA DE CADA ARQUIVO NO CATALOGO (O
      *=== ARQBKP SO ACRESCENTA, ENTAO E A ULTIMA LINHA DO ARQUIVO)
       01  WRK-TAB-ULTIMA.
           05  WRK-ULTIMA-GERACAO PIC 9(003) OCCURS 6 TIMES.

      *=== CATALOGO MAIOR QUE A TABELA: A REGRAVACAO DO EXPURGO
      *=== PERDERIA AS LINHAS QUE NAO COUBERAM, ENTAO O EXPURGO E
      *=== RECUSADO
       77  WRK-TAB-CHEIA        PIC X(001) VALUE "N".
           88  TABELA-CHEIA                VALUE "S".

      *=== OPCAO DO UTILITARIO: 1-LISTAR / 2-BACKUP AGORA /
      *=== 3-RESTAURAR / 4-EXPURGAR
       77  WRK-OPCAO            PIC X(001) VALUE "1".
           88  OPCAO-LISTAR                VALUE "1".
           88  OPCAO-BACKUP                VALUE "2".
           88  OPCAO-RESTAURAR             VALUE "3".
           88  OPCAO-EXPURGAR              VALUE "4".

       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S" "s".

       77  WRK-NUM-ESCOLHIDO    PIC 9(003) VALUE ZEROS.
       77  WRK-ARQ-ESCOLHIDO    PIC 9(002) VALUE ZEROS.
       77  WRK-TOTAL-EXPURGADO  PIC 9(003) VALUE ZEROS.

      *=== DATA DE CORTE DE CADA ARQUIVO: HOJE MENOS A RETENCAO
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-CORTE       PIC 9(008) VALUE ZEROS.
       77  WRK-DIA-JULIANO      PIC 9(007) VALUE ZEROS.

      *=== BACKUP GERACIONAL (MODULO ARQBKP)
       COPY "BKPWS.cpy".

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-BKPCTL      PIC X(040) VALUE
           "..\dados\BACKUPS_GERAL.CTL".
       77  WRK-PATH-RETCTL      PIC X(040) VALUE
           "..\dados\RETENCAO.CTL".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ043" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           DISPLAY "FIM DE PROGRAMA".
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ043" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== CARREGA A RETENCAO E O CATALOGO; CATALOGO AUSENTE E SO
      *=== NENHUM BACKUP AINDA (A OPCAO 2 CRIA O PRIMEIRO)
       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-QTD-CATALOGO.
           MOVE "N"   TO WRK-TAB-CHEIA.
           MOVE ZEROS TO WRK-TOTAL-EXPURGADO.
           PERFORM 0110-CARREGAR-RETENCAO.

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               MOVE ZEROS TO WRK-ULTIMA-GERACAO(WRK-IND-ARQ)
           END-PERFORM.

           OPEN INPUT BKPCTL.
           IF FS-BKPCTL NOT EQUAL 00
              AND FS-BKPCTL NOT EQUAL 35
               MOVE "BACKUPS_GERAL.CTL NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF FS-BKPCTL EQUAL 00
               PERFORM 0105-CARREGAR-CATALOGO
           END-IF.

       0105-CARREGAR-CATALOGO SECTION.
           READ BKPCTL.
           PERFORM UNTIL FS-BKPCTL NOT EQUAL 00
                      OR WRK-QTD-CATALOGO EQUAL 200
               ADD 1 TO WRK-QTD-CATALOGO
               MOVE WRK-QTD-CATALOGO TO WRK-IND-CAT
               MOVE BKC-DATA        TO WRK-CAT-DATA(WRK-IND-CAT)
               MOVE BKC-HORA        TO WRK-CAT-HORA(WRK-IND-CAT)
               MOVE BKC-ARQUIVO     TO WRK-CAT-ARQUIVO(WRK-IND-CAT)
               MOVE BKC-REGISTROS   TO WRK-CAT-REGISTROS(WRK-IND-CAT)
               MOVE BKC-PROGRAMA    TO WRK-CAT-PROGRAMA(WRK-IND-CAT)
               MOVE BKC-CAMINHO     TO WRK-CAT-CAMINHO(WRK-IND-CAT)
               MOVE BKC-BACKUP-PATH TO WRK-CAT-BACKUP(WRK-IND-CAT)
               MOVE "S"             TO WRK-CAT-ATIVO(WRK-IND-CAT)
               PERFORM 0120-LOCALIZAR-ARQUIVO
               READ BKPCTL
           END-PERFORM.
           IF FS-BKPCTL EQUAL 00
               MOVE "S" TO WRK-TAB-CHEIA
           END-IF.
           CLOSE BKPCTL.

           IF TABELA-CHEIA
               DISPLAY "AVISO: BACKUPS_GERAL.CTL TEM MAIS DE 200 "
                       "LINHAS - SO AS 200 PRIMEIRAS ESTAO LISTADAS "
                       "E O EXPURGO ESTA BLOQUEADO"
           END-IF.

      *=== RETENCAO PADRAO PARA TODOS E DEPOIS A DO RETENCAO.CTL;
      *=== LINHA DE ARQUIVO DESCONHECIDO OU COM DIAS ZERADOS E IGNORADA
       0110-CARREGAR-RETENCAO SECTION.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               MOVE WRK-RETENCAO-PADRAO
                 TO WRK-ARQ-RETENCAO(WRK-IND-ARQ)
           END-PERFORM.

           OPEN INPUT RETCTL.
           IF FS-RETCTL EQUAL 00
               READ RETCTL
               PERFORM UNTIL FS-RETCTL NOT EQUAL 00
                   PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                             UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
                       IF RET-ARQUIVO EQUAL WRK-ARQ-NOME(WRK-IND-ARQ)
                          AND RET-DIAS IS NUMERIC
                          AND RET-DIAS GREATER ZEROS
                           MOVE RET-DIAS
                             TO WRK-ARQ-RETENCAO(WRK-IND-ARQ)
                       END-IF
                   END-PERFORM
                   READ RETCTL
               END-PERFORM
               CLOSE RETCTL
           END-IF.

      *=== LIGA A LINHA CORRENTE DO CATALOGO AO ARQUIVO DA TABELA E
      *=== GUARDA ELA COMO A GERACAO MAIS NOVA DAQUELE ARQUIVO
       0120-LOCALIZAR-ARQUIVO SECTION.
           MOVE ZEROS TO WRK-CAT-IND-ARQ(WRK-IND-CAT).
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               IF WRK-CAT-ARQUIVO(WRK-IND-CAT)
                  EQUAL WRK-ARQ-NOME(WRK-IND-ARQ)
                   MOVE WRK-IND-ARQ TO WRK-CAT-IND-ARQ(WRK-IND-CAT)
                   MOVE WRK-IND-CAT
                     TO WRK-ULTIMA-GERACAO(WRK-IND-ARQ)
               END-IF
           END-PERFORM.

       0200-PROCESSAR        SECTION.
           PERFORM 0210-LISTAR-CATALOGO.

           DISPLAY "OPCAO (1-SO LISTAR / 2-BACKUP AGORA / "
                   "3-RESTAURAR / 4-EXPURGAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-BACKUP
                   PERFORM 0220-BACKUP-AGORA
               WHEN OPCAO-RESTAURAR
                   PERFORM 0230-RESTAURAR-GERACAO
               WHEN OPCAO-EXPURGAR
                   PERFORM 0240-EXPURGAR-GERACOES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=== MOSTRA O CATALOGO NUMERADO, DO MAIS ANTIGO PARA O MAIS NOVO
       0210-LISTAR-CATALOGO  SECTION.
           DISPLAY "==== BACKUPS GERACIONAIS CATALOGADOS ====".
           IF WRK-QTD-CATALOGO EQUAL ZEROS
               DISPLAY "NENHUM BACKUP NO CATALOGO"
           END-IF.
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1
                     UNTIL WRK-IND-CAT GREATER WRK-QTD-CATALOGO
               DISPLAY WRK-IND-CAT " - "
                       WRK-CAT-DATA(WRK-IND-CAT) " "
                       WRK-CAT-HORA(WRK-IND-CAT) " "
                       WRK-CAT-ARQUIVO(WRK-IND-CAT) " "
                       WRK-CAT-REGISTROS(WRK-IND-CAT) " REG - "
                       WRK-CAT-PROGRAMA(WRK-IND-CAT)
               DISPLAY "      " WRK-CAT-BACKUP(WRK-IND-CAT)
           END-PERFORM.

      *=== TIRA UM BACKUP NA HORA DE UM ARQUIVO OU DE TODOS
       0220-BACKUP-AGORA     SECTION.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               DISPLAY WRK-IND-ARQ " - " WRK-ARQ-NOME(WRK-IND-ARQ)
                       " " WRK-ARQ-CAMINHO(WRK-IND-ARQ)
           END-PERFORM.
           DISPLAY "ARQUIVO (1 A 6, 0-TODOS): ".
           ACCEPT WRK-ARQ-ESCOLHIDO.

           IF WRK-ARQ-ESCOLHIDO GREATER WRK-QTD-ARQUIVOS
               DISPLAY "ARQUIVO INVALIDO - NENHUM BACKUP TIRADO"
           ELSE
           IF WRK-ARQ-ESCOLHIDO EQUAL ZEROS
               PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                         UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
                   PERFORM 0225-GRAVAR-GERACAO
               END-PERFORM
           ELSE
               MOVE WRK-ARQ-ESCOLHIDO TO WRK-IND-ARQ
               PERFORM 0225-GRAVAR-GERACAO
           END-IF
           END-IF.

       0225-GRAVAR-GERACAO   SECTION.
           MOVE "B"                          TO BKP-OPERACAO.
           MOVE WRK-ARQ-NOME(WRK-IND-ARQ)    TO BKP-ARQUIVO.
           MOVE WRK-ARQ-CAMINHO(WRK-IND-ARQ) TO BKP-CAMINHO.
           MOVE "ARQ043"                     TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           EVALUATE TRUE
               WHEN BKP-OK
                   DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ) " - "
                           BKP-REGISTROS " REGISTROS EM "
                           BKP-BACKUP-PATH
               WHEN BKP-SEM-ARQUIVO
                   DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ)
                           " - ARQUIVO AINDA NAO EXISTE, SEM BACKUP"
               WHEN OTHER
                   DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ)
                           " - FALHA NO BACKUP - FS " BKP-FS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *=== RESTAURA A GERACAO ESCOLHIDA SOBRE O ARQUIVO VIVO DE ONDE
      *=== ELA SAIU, DEPOIS DE CONFIRMADA; O ARQUIVO VIVO DE AGORA VIRA
      *=== UMA GERACAO NOVA ANTES, PARA A RESTAURACAO PODER SER DESFEITA
       0230-RESTAURAR-GERACAO SECTION.
           DISPLAY "NUMERO DO BACKUP A RESTAURAR: ".
           ACCEPT WRK-NUM-ESCOLHIDO.

           IF WRK-NUM-ESCOLHIDO EQUAL ZEROS
              OR WRK-NUM-ESCOLHIDO GREATER WRK-QTD-CATALOGO
               DISPLAY "NUMERO INVALIDO - NADA RESTAURADO"
           ELSE
               MOVE WRK-NUM-ESCOLHIDO TO WRK-IND-CAT
               PERFORM 0235-CONFIRMAR-RESTAURACAO
           END-IF.

      *=== MOSTRA A GERACAO ESCOLHIDA E SO SEGUE COM O "S" DO OPERADOR
       0235-CONFIRMAR-RESTAURACAO SECTION.
           DISPLAY "ARQUIVO........ " WRK-CAT-ARQUIVO(WRK-IND-CAT).
           DISPLAY "CAMINHO........ " WRK-CAT-CAMINHO(WRK-IND-CAT).
           DISPLAY "GERACAO DE..... " WRK-CAT-DATA(WRK-IND-CAT) " "
                   WRK-CAT-HORA(WRK-IND-CAT) " PELO "
                   WRK-CAT-PROGRAMA(WRK-IND-CAT).
           DISPLAY "REGISTROS...... " WRK-CAT-REGISTROS(WRK-IND-CAT).
           DISPLAY "BACKUP......... " WRK-CAT-BACKUP(WRK-IND-CAT).
           DISPLAY "O ARQUIVO VIVO SERA SUBSTITUIDO. CONFIRMA (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF CONFIRMADO
               PERFORM 0238-COPIAR-GERACAO
           ELSE
               DISPLAY "RESTAURACAO CANCELADA - NADA ALTERADO"
           END-IF.

       0238-COPIAR-GERACAO   SECTION.
      *=== GERACAO DE SEGURANCA DO ARQUIVO VIVO ANTES DE SOBREPOR
           MOVE "B"                          TO BKP-OPERACAO.
           MOVE WRK-CAT-ARQUIVO(WRK-IND-CAT) TO BKP-ARQUIVO.
           MOVE WRK-CAT-CAMINHO(WRK-IND-CAT) TO BKP-CAMINHO.
           MOVE "ARQ043"                     TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-FALHA
               DISPLAY "FALHA NO BACKUP DE SEGURANCA - FS " BKP-FS
               MOVE "RESTAURACAO RECUSADA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF BKP-OK
               DISPLAY "ARQUIVO ATUAL GUARDADO EM " BKP-BACKUP-PATH
           END-IF.

           MOVE "R"                          TO BKP-OPERACAO.
           MOVE WRK-CAT-ARQUIVO(WRK-IND-CAT) TO BKP-ARQUIVO.
           MOVE WRK-CAT-CAMINHO(WRK-IND-CAT) TO BKP-CAMINHO.
           MOVE "ARQ043"                     TO BKP-PROGRAMA.
           MOVE WRK-CAT-BACKUP(WRK-IND-CAT)  TO BKP-BACKUP-PATH.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-SEM-ARQUIVO
               MOVE "O .BAK ESCOLHIDO NAO EXISTE MAIS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           IF BKP-FALHA
               DISPLAY "FALHA NA RESTAURACAO - FS " BKP-FS
               MOVE "RESTAURACAO INCOMPLETA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           DISPLAY "REGISTROS RESTAURADOS..... " BKP-REGISTROS.
           IF BKP-REGISTROS NOT EQUAL WRK-CAT-REGISTROS(WRK-IND-CAT)
               DISPLAY "AVISO: O CATALOGO REGISTRA "
                       WRK-CAT-REGISTROS(WRK-IND-CAT)
                       " REGISTROS NESTA GERACAO"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WRK-CAT-ARQUIVO(WRK-IND-CAT) " RESTAURADO DE "
                   WRK-CAT-BACKUP(WRK-IND-CAT).

      *=== EXPURGA AS GERACOES COM DATA ANTERIOR AO CORTE DO SEU
      *=== ARQUIVO (HOJE MENOS A RETENCAO), PRESERVANDO A MAIS NOVA DE
      *=== CADA ARQUIVO; APAGA CADA .BAK E REGRAVA O CATALOGO
       0240-EXPURGAR-GERACOES SECTION.
           IF TABELA-CHEIA
               DISPLAY "BACKUPS_GERAL.CTL NAO COUBE INTEIRO NA TABELA "
                       "- EXPURGO RECUSADO PARA NAO PERDER LINHAS DO "
                       "CATALOGO"
           ELSE
               PERFORM 0242-APLICAR-RETENCAO
           END-IF.

       0242-APLICAR-RETENCAO SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ) " - RETENCAO DE "
                       WRK-ARQ-RETENCAO(WRK-IND-ARQ) " DIAS"
           END-PERFORM.

           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1
                     UNTIL WRK-IND-CAT GREATER WRK-QTD-CATALOGO
               MOVE WRK-CAT-IND-ARQ(WRK-IND-CAT) TO WRK-IND-ARQ
               IF WRK-IND-ARQ NOT EQUAL ZEROS
                   IF WRK-IND-CAT
                      NOT EQUAL WRK-ULTIMA-GERACAO(WRK-IND-ARQ)
                       COMPUTE WRK-DIA-JULIANO =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                           - WRK-ARQ-RETENCAO(WRK-IND-ARQ)
                       COMPUTE WRK-DATA-CORTE =
                           FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
                       IF WRK-CAT-DATA(WRK-IND-CAT) LESS WRK-DATA-CORTE
                           PERFORM 0245-APAGAR-GERACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-TOTAL-EXPURGADO GREATER ZEROS
               PERFORM 0250-REGRAVAR-CATALOGO
           END-IF.
           DISPLAY "BACKUPS EXPURGADOS........ " WRK-TOTAL-EXPURGADO.

      *=== APAGA O .BAK DA LINHA CORRENTE E MARCA A LINHA COMO INATIVA
       0245-APAGAR-GERACAO   SECTION.
           MOVE WRK-CAT-BACKUP(WRK-IND-CAT) TO WRK-BACKUP-PATH.
           DELETE FILE BACKUP.
           IF FS-BACKUP NOT EQUAL 00
               DISPLAY "AVISO: " WRK-BACKUP-PATH
               DISPLAY "       NAO PODE SER APAGADO - FS " FS-BACKUP
           END-IF.
           MOVE "N" TO WRK-CAT-ATIVO(WRK-IND-CAT).
           ADD 1 TO WRK-TOTAL-EXPURGADO.
           DISPLAY "EXPURGADO " WRK-CAT-BACKUP(WRK-IND-CAT).

      *=== REGRAVA BACKUPS_GERAL.CTL SO COM AS LINHAS QUE SOBRARAM
       0250-REGRAVAR-CATALOGO SECTION.
           OPEN OUTPUT BKPCTL.
           IF FS-BKPCTL NOT EQUAL 00
               MOVE "BACKUPS_GERAL.CTL NAO FOI REGRAVADO"
                 TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1
                     UNTIL WRK-IND-CAT GREATER WRK-QTD-CATALOGO
               IF WRK-CAT-ATIVO(WRK-IND-CAT) EQUAL "S"
                   MOVE SPACE TO BKC-SEP-1 BKC-SEP-2 BKC-SEP-3
                                 BKC-SEP-4 BKC-SEP-5 BKC-SEP-6
                   MOVE WRK-CAT-DATA(WRK-IND-CAT)      TO BKC-DATA
                   MOVE WRK-CAT-HORA(WRK-IND-CAT)      TO BKC-HORA
                   MOVE WRK-CAT-ARQUIVO(WRK-IND-CAT)   TO BKC-ARQUIVO
                   MOVE WRK-CAT-REGISTROS(WRK-IND-CAT)
                     TO BKC-REGISTROS
                   MOVE WRK-CAT-PROGRAMA(WRK-IND-CAT)  TO BKC-PROGRAMA
                   MOVE WRK-CAT-CAMINHO(WRK-IND-CAT)   TO BKC-CAMINHO
                   MOVE WRK-CAT-BACKUP(WRK-IND-CAT)
                     TO BKC-BACKUP-PATH
                   WRITE REG-BKPCAT
               END-IF
           END-PERFORM.
           CLOSE BKPCTL.

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ043" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "BACKUPS_GERAL.CTL" TO CFG-ARQUIVO.
           MOVE WRK-PATH-BKPCTL TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-BKPCTL.

           MOVE "RETENCAO.CTL" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RETCTL TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RETCTL.

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               MOVE WRK-ARQ-NOME(WRK-IND-ARQ)    TO CFG-ARQUIVO
               MOVE WRK-ARQ-CAMINHO(WRK-IND-ARQ) TO CFG-CAMINHO
               CALL "ARQCFG" USING WRK-CFG-PARM
               MOVE CFG-CAMINHO TO WRK-ARQ-CAMINHO(WRK-IND-ARQ)
           END-PERFORM.
