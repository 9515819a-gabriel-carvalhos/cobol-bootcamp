       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ044.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: ARQUIVAMENTO MENSAL DOS REGISTROS ENCERRADOS:
      *==            CONTAS_RECEBER.DAT GUARDAVA TODA FATURA PAGA,
      *==            PEDIDOS10/11.DAT TODO PEDIDO ENTREGUE OU CANCELADO
      *==            E RESERVAS.DAT TODA VIAGEM PASSADA, E SAO ESSES OS
      *==            ARQUIVOS QUE O PROGRAMA12, O PEDSTAT E O RESMANU
      *==            CARREGAM EM TABELAS DE 200 A 500 POSICOES. O LOTE
      *==            MOVE PARA O ARQUIVO MORTO DO ANO (BASE_AAAA.ARQ, NA
      *==            PASTA DO ARQUIVO VIVO) OS REGISTROS ENCERRADOS HA
      *==            MAIS DIAS QUE A RETENCAO DO ARQUIVO, DEIXA OS
      *==            ABERTOS ONDE ESTAO E MOSTRA, POR ARQUIVO, OS
      *==            LIDOS, MANTIDOS E ARQUIVADOS COM OS VALORES, PARA
      *==            O MOVIMENTO SER BATIDO. A CONSULTA E PELO ARQ045
      *==  DATA: 03/09/2025
      *==  OBSERVACOES: ENCERRADOS: FATURA LIQUIDADA, CANCELADA OU
      *==               RENEGOCIADA (DATA DO PAGAMENTO, OU O VENCIMENTO
      *==               SE NAO HOUVE); PEDIDO ENTREGUE E JA FATURADO OU
      *==               CANCELADO (DATA DO STATUS); RESERVA CANCELADA
      *==               (DATA DO CANCELAMENTO) OU CONFIRMADA COM O
      *==               ULTIMO TRECHO JA VIAJADO (DATA DO ULTIMO
      *==               TRECHO). O ANO DO ARQUIVO MORTO E O DESSA DATA.
      *==               RETENCAO EM DIAS NO ARQUIVAMENTO.CTL (NOME DO
      *==               ARQUIVO + DIAS); SEM LINHA VALE 365 PARA O
      *==               CONTAS A RECEBER, 90 PARA OS PEDIDOS E 180 PARA
      *==               AS RESERVAS. ANTES DE MEXER EM CADA ARQUIVO O
      *==               LOTE TIRA UMA GERACAO DE BACKUP (MODULO ARQBKP)
      *==               E, NOS ARQUIVOS LINHA A LINHA, LE DELA PARA
      *==               REGRAVAR O VIVO; SEM O BACKUP O ARQUIVO E
      *==               PULADO. RODAR FORA DO HORARIO DOS BALCOES
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CONTAS A RECEBER, MESMA ESTRUTURA DE CHAVES DO PROGRAMA08;
      *=== A FATURA ARQUIVADA SAI DO INDEXADO POR DELETE
           SELECT RECEBER ASSIGN
           TO WRK-PATH-VIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== A GERACAO DE BACKUP RECEM TIRADA, LIDA PARA REGRAVAR O VIVO
           SELECT ORIGEM ASSIGN
           TO WRK-ORIGEM-PATH
               FILE STATUS IS FS-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== O ARQUIVO DE PEDIDOS (10 OU 11) REGRAVADO SO COM O QUE FICA
           SELECT PEDIDOS ASSIGN
           TO WRK-PATH-VIVO
               FILE STATUS IS FS-VIVO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== RESERVAS.DAT REGRAVADO SO COM O QUE FICA
           SELECT RESERVAS ASSIGN
           TO WRK-PATH-VIVO
               FILE STATUS IS FS-VIVO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== ARQUIVO MORTO DO ANO, SO CRESCE
           SELECT HISTORICO ASSIGN
           TO WRK-HIST-PATH
               FILE STATUS IS FS-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== RETENCAO EM DIAS POR ARQUIVO, OPCIONAL
           SELECT ARVCTL ASSIGN
           TO WRK-PATH-ARVCTL
               FILE STATUS IS FS-ARVCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  ORIGEM.
       01  REG-ORIGEM           PIC X(250).

      *=== LINHA CRUA DO PEDIDO (LAYOUTS DO PROGRAMA10/11)
       FD  PEDIDOS.
       01  REG-PEDIDO           PIC X(168).

       FD  RESERVAS.
           COPY "RESREG.cpy".

      *=== COPIA PLANA DO REGISTRO ARQUIVADO, NO LAYOUT DO VIVO
       FD  HISTORICO.
       01  REG-HISTORICO        PIC X(205).

      *=== 1 LINHA POR ARQUIVO: NOME LOGICO + DIAS DE RETENCAO
       FD  ARVCTL.
       01  REG-ARVCTL.
           05  ARV-ARQUIVO          PIC X(020).
           05  ARV-SEP-1            PIC X(001).
           05  ARV-DIAS             PIC 9(004).

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-ORIGEM            PIC 9(002) VALUE ZEROS.
       77  FS-VIVO              PIC 9(002) VALUE ZEROS.
       77  FS-HISTORICO         PIC 9(002) VALUE ZEROS.
       77  FS-ARVCTL            PIC 9(002) VALUE ZEROS.

       77  WRK-PATH-VIVO        PIC X(040) VALUE SPACES.
       77  WRK-ORIGEM-PATH      PIC X(060) VALUE SPACES.
       77  WRK-HIST-PATH        PIC X(060) VALUE SPACES.

      *=== ARQUIVOS DO ARQUIVAMENTO: NOME LOGICO + RETENCAO PADRAO EM
      *=== DIAS + CAMINHO PADRAO; OS CAMINHOS SAO CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (VER 9090) E A RETENCAO PELO ARQUIVAMENTO.CTL
       01  WRK-TAB-ARQUIVOS.
           05  FILLER               PIC X(064) VALUE
           "CONTAS_RECEBER.DAT  0365..\dados\CONTAS_RECEBER.DAT".
           05  FILLER               PIC X(064) VALUE
           "PEDIDOS10.DAT       0090..\dados\PEDIDOS10.DAT".
           05  FILLER               PIC X(064) VALUE
           "PEDIDOS11.DAT       0090..\dados\PEDIDOS11.DAT".
           05  FILLER               PIC X(064) VALUE
           "RESERVAS.DAT        0180..\dados\RESERVAS.DAT".
       01  WRK-TAB-ARQUIVOS-R REDEFINES WRK-TAB-ARQUIVOS.
           05  WRK-ARQ-ITEM     OCCURS 4 TIMES.
               10  WRK-ARQ-NOME     PIC X(020).
               10  WRK-ARQ-DIAS     PIC 9(004).
               10  WRK-ARQ-CAMINHO  PIC X(040).
       77  WRK-QTD-ARQUIVOS     PIC 9(002) VALUE 4.
       77  WRK-IND-ARQ          PIC 9(002) VALUE ZEROS.

      *=== POSICOES NO REGISTRO DE PEDIDOS: STATUS (47 NO PEDIDOS10,
      *=== 48 NO PEDIDOS11, POR CAUSA DA COLUNA DE COBERTURA), DATA DO
      *=== STATUS LOGO DEPOIS, VALOR DO FRETE NA 124/125 E A FATURA
      *=== 30 POSICOES DEPOIS DO FRETE
       77  WRK-POS-STATUS       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-FRETE        PIC 9(003) VALUE ZEROS.
       77  WRK-PED-STATUS       PIC X(001) VALUE SPACE.
       77  WRK-PED-DATA         PIC X(008) VALUE SPACES.
       77  WRK-PED-FATURA       PIC X(006) VALUE SPACES.
           88  PEDIDO-NAO-FATURADO         VALUE SPACES "000000".
       77  WRK-PED-FRETE        PIC X(010) VALUE SPACES.
       77  WRK-PED-FRETE-N REDEFINES WRK-PED-FRETE
                                PIC 9(008)V99.

      *=== DATA QUE ENCERROU O REGISTRO CORRENTE (ZERO = AINDA ABERTO)
      *=== E O VALOR DELE PARA O BALANCO
       01  WRK-DATA-REF         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-REF-R REDEFINES WRK-DATA-REF.
           05  WRK-REF-ANO      PIC 9(004).
           05  WRK-REF-MMDD     PIC 9(004).
       77  WRK-VALOR-REG        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-IND-TRE          PIC 9(002) VALUE ZEROS.

      *=== DATA DE CORTE DO ARQUIVO: HOJE MENOS A RETENCAO
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-CORTE       PIC 9(008) VALUE ZEROS.
       77  WRK-DIA-JULIANO      PIC 9(007) VALUE ZEROS.

      *=== ARQUIVO MORTO ABERTO NO MOMENTO (ANO ZERO = NENHUM)
       77  WRK-HIST-ANO         PIC 9(004) VALUE ZEROS.
       77  WRK-NOME-BASE        PIC X(020) VALUE SPACES.
       77  WRK-POS-BARRA        PIC 9(002) VALUE ZEROS.
       77  WRK-IND-POS          PIC 9(002) VALUE ZEROS.

      *=== RESULTADO DA GRAVACAO NO ARQUIVO MORTO
       77  WRK-GRAVOU-HIST      PIC X(001) VALUE "N".
           88  GRAVOU-HIST                 VALUE "S".

      *=== BALANCO DO ARQUIVO CORRENTE E TOTAL DO LOTE
       77  WRK-QTD-LIDOS        PIC 9(007) VALUE ZEROS.
       77  WRK-QTD-MANTIDOS     PIC 9(007) VALUE ZEROS.
       77  WRK-QTD-ARQUIVADOS   PIC 9(007) VALUE ZEROS.
       77  WRK-QTD-FALHAS       PIC 9(007) VALUE ZEROS.
       77  WRK-VLR-LIDO         PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VLR-MANTIDO      PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VLR-ARQUIVADO    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VLR-CONFERE      PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-ARQUIVADOS   PIC 9(007) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ROTULO-VALOR     PIC X(020) VALUE SPACES.

      *=== BACKUP GERACIONAL ANTES DE MEXER NO ARQUIVO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-ARVCTL      PIC X(040) VALUE
           "..\dados\ARQUIVAMENTO.CTL".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ044" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.

           DISPLAY "==== ARQUIVAMENTO DOS REGISTROS ENCERRADOS - "
                   WRK-DATA-HOJE " ====".
           MOVE 1 TO WRK-IND-ARQ.
           PERFORM 0200-ARQUIVAR-FATURAS.
           MOVE 2 TO WRK-IND-ARQ.
           PERFORM 0300-ARQUIVAR-PEDIDOS.
           MOVE 3 TO WRK-IND-ARQ.
           PERFORM 0300-ARQUIVAR-PEDIDOS.
           MOVE 4 TO WRK-IND-ARQ.
           PERFORM 0400-ARQUIVAR-RESERVAS.

           DISPLAY "TOTAL ARQUIVADO NO LOTE.... " WRK-TOT-ARQUIVADOS.
           DISPLAY "FIM DE PROGRAMA".
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ044" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== DATA DE HOJE E RETENCAO DO ARQUIVAMENTO.CTL; LINHA DE
      *=== ARQUIVO DESCONHECIDO OU COM DIAS ZERADOS E IGNORADA
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TOT-ARQUIVADOS.

           OPEN INPUT ARVCTL.
           IF FS-ARVCTL EQUAL 00
               READ ARVCTL
               PERFORM UNTIL FS-ARVCTL NOT EQUAL 00
                   PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                             UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
                       IF ARV-ARQUIVO EQUAL WRK-ARQ-NOME(WRK-IND-ARQ)
                          AND ARV-DIAS IS NUMERIC
                          AND ARV-DIAS GREATER ZEROS
                           MOVE ARV-DIAS TO WRK-ARQ-DIAS(WRK-IND-ARQ)
                       END-IF
                   END-PERFORM
                   READ ARVCTL
               END-PERFORM
               CLOSE ARVCTL
           END-IF.

      *=== CONTAS A RECEBER: BACKUP, DEPOIS CADA FATURA ENCERRADA HA
      *=== MAIS QUE A RETENCAO VAI PARA O ARQUIVO MORTO E SAI DO
      *=== INDEXADO; FATURA ABERTA OU PARCIAL NAO E TOCADA
       0200-ARQUIVAR-FATURAS SECTION.
           PERFORM 0500-PREPARAR-ARQUIVO.
           IF BKP-OK
               MOVE "VALOR DAS FATURAS" TO WRK-ROTULO-VALOR
               OPEN I-O RECEBER
               IF FS-RECEBER NOT EQUAL 00
                   DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ)
                           " NAO FOI ABERTO - FS " FS-RECEBER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   READ RECEBER
                   PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                       PERFORM 0210-AVALIAR-FATURA
                       READ RECEBER
                   END-PERFORM
                   CLOSE RECEBER
                   PERFORM 0700-FECHAR-HISTORICO
                   PERFORM 0800-EXIBIR-BALANCO
               END-IF
           END-IF.

       0210-AVALIAR-FATURA   SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE FAT-VALOR TO WRK-VALOR-REG.
           ADD FAT-VALOR TO WRK-VLR-LIDO.
           MOVE ZEROS TO WRK-DATA-REF.
           IF FATURA-LIQUIDADA
              OR FATURA-CANCELADA
              OR FATURA-RENEGOCIADA
               IF FAT-DATA-PGTO IS NUMERIC
                  AND FAT-DATA-PGTO GREATER ZEROS
                   MOVE FAT-DATA-PGTO  TO WRK-DATA-REF
               ELSE
                   MOVE FAT-VENCIMENTO TO WRK-DATA-REF
               END-IF
           END-IF.

           MOVE "N" TO WRK-GRAVOU-HIST.
           IF WRK-DATA-REF GREATER ZEROS
              AND WRK-DATA-REF LESS WRK-DATA-CORTE
               MOVE REG-RECEBER TO REG-HISTORICO
               PERFORM 0600-GRAVAR-HISTORICO
           END-IF.

           IF GRAVOU-HIST
               DELETE RECEBER RECORD
               IF FS-RECEBER NOT EQUAL 00
                   DISPLAY "FATURA " FAT-NUMERO " COPIADA PARA O "
                           "ARQUIVO MORTO MAS NAO EXCLUIDA - FS "
                           FS-RECEBER
                   ADD 1 TO WRK-QTD-FALHAS
                   ADD 1 TO WRK-QTD-MANTIDOS
                   ADD FAT-VALOR TO WRK-VLR-MANTIDO
                   SUBTRACT 1 FROM WRK-QTD-ARQUIVADOS
                   SUBTRACT 1 FROM WRK-TOT-ARQUIVADOS
                   SUBTRACT FAT-VALOR FROM WRK-VLR-ARQUIVADO
                   MOVE 00 TO FS-RECEBER
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-MANTIDOS
               ADD FAT-VALOR TO WRK-VLR-MANTIDO
           END-IF.

      *=== PEDIDOS10/11: BACKUP, DEPOIS O ARQUIVO E REGRAVADO A PARTIR
      *=== DO BACKUP SO COM O QUE FICA; ENTREGUE AINDA SEM FATURA DO
      *=== FRETE FICA (O FATFRET AINDA VAI COBRAR)
       0300-ARQUIVAR-PEDIDOS SECTION.
           IF WRK-IND-ARQ EQUAL 2
               MOVE 47  TO WRK-POS-STATUS
               MOVE 124 TO WRK-POS-FRETE
           ELSE
               MOVE 48  TO WRK-POS-STATUS
               MOVE 125 TO WRK-POS-FRETE
           END-IF.
           PERFORM 0500-PREPARAR-ARQUIVO.
           IF BKP-OK
               MOVE "VALOR DO FRETE" TO WRK-ROTULO-VALOR
               PERFORM 0510-ABRIR-ORIGEM
               IF FS-ORIGEM EQUAL 00
                   OPEN OUTPUT PEDIDOS
                   IF FS-VIVO NOT EQUAL 00
                       DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ)
                               " NAO FOI REGRAVADO - FS " FS-VIVO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       READ ORIGEM
                       PERFORM UNTIL FS-ORIGEM NOT EQUAL 00
                           MOVE REG-ORIGEM TO REG-PEDIDO
                           PERFORM 0310-AVALIAR-PEDIDO
                           READ ORIGEM
                       END-PERFORM
                       CLOSE PEDIDOS
                       PERFORM 0700-FECHAR-HISTORICO
                       PERFORM 0800-EXIBIR-BALANCO
                   END-IF
                   CLOSE ORIGEM
               END-IF
           END-IF.

       0310-AVALIAR-PEDIDO   SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE REG-PEDIDO(WRK-POS-STATUS:1)     TO WRK-PED-STATUS.
           MOVE REG-PEDIDO(WRK-POS-STATUS + 1:8) TO WRK-PED-DATA.
           MOVE REG-PEDIDO(WRK-POS-FRETE:10)     TO WRK-PED-FRETE.
           MOVE REG-PEDIDO(WRK-POS-FRETE + 30:6) TO WRK-PED-FATURA.
           IF WRK-PED-FRETE IS NUMERIC
               MOVE WRK-PED-FRETE-N TO WRK-VALOR-REG
           ELSE
               MOVE ZEROS           TO WRK-VALOR-REG
           END-IF.
           ADD WRK-VALOR-REG TO WRK-VLR-LIDO.

           MOVE ZEROS TO WRK-DATA-REF.
           IF WRK-PED-DATA IS NUMERIC
               IF WRK-PED-STATUS EQUAL "X"
                  OR (WRK-PED-STATUS EQUAL "D"
                      AND NOT PEDIDO-NAO-FATURADO)
                   MOVE WRK-PED-DATA TO WRK-DATA-REF
               END-IF
           END-IF.

           MOVE "N" TO WRK-GRAVOU-HIST.
           IF WRK-DATA-REF GREATER ZEROS
              AND WRK-DATA-REF LESS WRK-DATA-CORTE
               MOVE REG-PEDIDO TO REG-HISTORICO
               PERFORM 0600-GRAVAR-HISTORICO
           END-IF.

           IF NOT GRAVOU-HIST
               WRITE REG-PEDIDO
               ADD 1 TO WRK-QTD-MANTIDOS
               ADD WRK-VALOR-REG TO WRK-VLR-MANTIDO
           END-IF.

      *=== RESERVAS.DAT: MESMA TECNICA DOS PEDIDOS; SOLICITADA E EM
      *=== ESPERA FICAM SEMPRE
       0400-ARQUIVAR-RESERVAS SECTION.
           PERFORM 0500-PREPARAR-ARQUIVO.
           IF BKP-OK
               MOVE "VALOR DAS RESERVAS" TO WRK-ROTULO-VALOR
               PERFORM 0510-ABRIR-ORIGEM
               IF FS-ORIGEM EQUAL 00
                   OPEN OUTPUT RESERVAS
                   IF FS-VIVO NOT EQUAL 00
                       DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ)
                               " NAO FOI REGRAVADO - FS " FS-VIVO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       READ ORIGEM
                       PERFORM UNTIL FS-ORIGEM NOT EQUAL 00
                           MOVE REG-ORIGEM TO REG-RESERVA
                           PERFORM 0410-AVALIAR-RESERVA
                           READ ORIGEM
                       END-PERFORM
                       CLOSE RESERVAS
                       PERFORM 0700-FECHAR-HISTORICO
                       PERFORM 0800-EXIBIR-BALANCO
                   END-IF
                   CLOSE ORIGEM
               END-IF
           END-IF.

       0410-AVALIAR-RESERVA  SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF RES-TOTAL IS NUMERIC
               MOVE RES-TOTAL TO WRK-VALOR-REG
           ELSE
               MOVE ZEROS     TO WRK-VALOR-REG
           END-IF.
           ADD WRK-VALOR-REG TO WRK-VLR-LIDO.

           MOVE ZEROS TO WRK-DATA-REF.
           IF RESERVA-CANCELADA
               IF RES-DATA-CANCEL IS NUMERIC
                  AND RES-DATA-CANCEL GREATER ZEROS
                   MOVE RES-DATA-CANCEL TO WRK-DATA-REF
               ELSE
               IF RES-DATA-PEDIDO IS NUMERIC
                   MOVE RES-DATA-PEDIDO TO WRK-DATA-REF
               END-IF
               END-IF
           END-IF.
           IF RESERVA-CONFIRMADA
              AND RES-QTD-TRECHOS IS NUMERIC
              AND RES-QTD-TRECHOS NOT GREATER 8
               PERFORM VARYING WRK-IND-TRE FROM 1 BY 1
                         UNTIL WRK-IND-TRE GREATER RES-QTD-TRECHOS
                   IF RES-TRE-DATA(WRK-IND-TRE) IS NUMERIC
                      AND RES-TRE-DATA(WRK-IND-TRE) GREATER WRK-DATA-REF
                       MOVE RES-TRE-DATA(WRK-IND-TRE) TO WRK-DATA-REF
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "N" TO WRK-GRAVOU-HIST.
           IF WRK-DATA-REF GREATER ZEROS
              AND WRK-DATA-REF LESS WRK-DATA-CORTE
               MOVE REG-RESERVA TO REG-HISTORICO
               PERFORM 0600-GRAVAR-HISTORICO
           END-IF.

           IF NOT GRAVOU-HIST
               WRITE REG-RESERVA
               ADD 1 TO WRK-QTD-MANTIDOS
               ADD WRK-VALOR-REG TO WRK-VLR-MANTIDO
           END-IF.

      *=== ZERA O BALANCO, CALCULA O CORTE E TIRA A GERACAO DE BACKUP
      *=== DO ARQUIVO WRK-IND-ARQ; SO COM O BACKUP OK O ARQUIVO E MEXIDO
       0500-PREPARAR-ARQUIVO SECTION.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-MANTIDOS
                         WRK-QTD-ARQUIVADOS WRK-QTD-FALHAS.
           MOVE ZEROS TO WRK-VLR-LIDO WRK-VLR-MANTIDO
                         WRK-VLR-ARQUIVADO.
           MOVE ZEROS TO WRK-HIST-ANO.
           MOVE WRK-ARQ-CAMINHO(WRK-IND-ARQ) TO WRK-PATH-VIVO.

           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - WRK-ARQ-DIAS(WRK-IND-ARQ).
           COMPUTE WRK-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

           DISPLAY " ".
           DISPLAY WRK-ARQ-NOME(WRK-IND-ARQ) " - RETENCAO DE "
                   WRK-ARQ-DIAS(WRK-IND-ARQ) " DIAS - ENCERRADOS ANTES "
                   "DE " WRK-DATA-CORTE.

           MOVE "B"                          TO BKP-OPERACAO.
           MOVE WRK-ARQ-NOME(WRK-IND-ARQ)    TO BKP-ARQUIVO.
           MOVE WRK-ARQ-CAMINHO(WRK-IND-ARQ) TO BKP-CAMINHO.
           MOVE "ARQ044"                     TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           EVALUATE TRUE
               WHEN BKP-OK
                   DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
               WHEN BKP-SEM-ARQUIVO
                   DISPLAY "ARQUIVO NAO EXISTE - NADA A ARQUIVAR"
               WHEN OTHER
                   DISPLAY "FALHA NO BACKUP - FS " BKP-FS
                           " - ARQUIVO PULADO"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *=== ABRE A GERACAO RECEM TIRADA COMO ORIGEM DA REGRAVACAO
       0510-ABRIR-ORIGEM     SECTION.
           MOVE BKP-BACKUP-PATH TO WRK-ORIGEM-PATH.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM NOT EQUAL 00
               DISPLAY "BACKUP " WRK-ORIGEM-PATH
               DISPLAY "NAO FOI ABERTO - FS " FS-ORIGEM
                       " - ARQUIVO PULADO"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *=== GRAVA REG-HISTORICO NO ARQUIVO MORTO DO ANO DE WRK-DATA-REF,
      *=== TROCANDO DE ARQUIVO QUANDO O ANO MUDA; SEM GRAVAR, O
      *=== REGISTRO FICA NO VIVO
       0600-GRAVAR-HISTORICO SECTION.
           IF WRK-REF-ANO NOT EQUAL WRK-HIST-ANO
               PERFORM 0700-FECHAR-HISTORICO
               PERFORM 0610-ABRIR-HISTORICO
           END-IF.

           IF WRK-HIST-ANO NOT EQUAL ZEROS
               WRITE REG-HISTORICO
               IF FS-HISTORICO EQUAL 00
                   MOVE "S" TO WRK-GRAVOU-HIST
                   ADD 1 TO WRK-QTD-ARQUIVADOS
                   ADD 1 TO WRK-TOT-ARQUIVADOS
                   ADD WRK-VALOR-REG TO WRK-VLR-ARQUIVADO
               END-IF
           END-IF.

           IF NOT GRAVOU-HIST
               ADD 1 TO WRK-QTD-FALHAS
           END-IF.

      *=== MONTA BASE_AAAA.ARQ NA PASTA DO ARQUIVO VIVO E ABRE PARA
      *=== ACRESCENTAR, CRIANDO NA PRIMEIRA VEZ
       0610-ABRIR-HISTORICO  SECTION.
           MOVE ZEROS TO WRK-POS-BARRA.
           PERFORM VARYING WRK-IND-POS FROM 1 BY 1
                     UNTIL WRK-IND-POS GREATER 40
               IF WRK-PATH-VIVO(WRK-IND-POS:1) EQUAL "\"
                   MOVE WRK-IND-POS TO WRK-POS-BARRA
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-NOME-BASE.
           UNSTRING WRK-ARQ-NOME(WRK-IND-ARQ) DELIMITED BY "."
               INTO WRK-NOME-BASE
           END-UNSTRING.

           MOVE SPACES TO WRK-HIST-PATH.
           IF WRK-POS-BARRA EQUAL ZEROS
               STRING WRK-NOME-BASE        DELIMITED BY SPACE
                      "_"                  DELIMITED BY SIZE
                      WRK-REF-ANO          DELIMITED BY SIZE
                      ".ARQ"               DELIMITED BY SIZE
                      INTO WRK-HIST-PATH
               END-STRING
           ELSE
               STRING WRK-PATH-VIVO(1:WRK-POS-BARRA)
                                           DELIMITED BY SIZE
                      WRK-NOME-BASE        DELIMITED BY SPACE
                      "_"                  DELIMITED BY SIZE
                      WRK-REF-ANO          DELIMITED BY SIZE
                      ".ARQ"               DELIMITED BY SIZE
                      INTO WRK-HIST-PATH
               END-STRING
           END-IF.

           OPEN EXTEND HISTORICO.
           IF FS-HISTORICO EQUAL 35
               OPEN OUTPUT HISTORICO
           END-IF.
           IF FS-HISTORICO EQUAL 00
               MOVE WRK-REF-ANO TO WRK-HIST-ANO
           ELSE
               DISPLAY "ARQUIVO MORTO " WRK-HIST-PATH
               DISPLAY "NAO FOI ABERTO - FS " FS-HISTORICO
               MOVE ZEROS TO WRK-HIST-ANO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0700-FECHAR-HISTORICO SECTION.
           IF WRK-HIST-ANO NOT EQUAL ZEROS
               CLOSE HISTORICO
               MOVE ZEROS TO WRK-HIST-ANO
           END-IF.

      *=== BALANCO DO ARQUIVO: LIDOS = MANTIDOS + ARQUIVADOS, EM
      *=== QUANTIDADE E EM VALOR
       0800-EXIBIR-BALANCO   SECTION.
           DISPLAY "REGISTROS LIDOS........... " WRK-QTD-LIDOS.
           DISPLAY "REGISTROS MANTIDOS........ " WRK-QTD-MANTIDOS.
           DISPLAY "REGISTROS ARQUIVADOS...... " WRK-QTD-ARQUIVADOS.
           MOVE WRK-VLR-LIDO TO WRK-VALOR-ED.
           DISPLAY WRK-ROTULO-VALOR " LIDO....... " WRK-VALOR-ED.
           MOVE WRK-VLR-MANTIDO TO WRK-VALOR-ED.
           DISPLAY WRK-ROTULO-VALOR " MANTIDO.... " WRK-VALOR-ED.
           MOVE WRK-VLR-ARQUIVADO TO WRK-VALOR-ED.
           DISPLAY WRK-ROTULO-VALOR " ARQUIVADO.. " WRK-VALOR-ED.
           IF WRK-QTD-FALHAS GREATER ZEROS
               DISPLAY "NAO ARQUIVADOS POR FALHA.. " WRK-QTD-FALHAS
                       " (FICARAM NO ARQUIVO VIVO)"
               MOVE 8 TO RETURN-CODE
           END-IF.

           COMPUTE WRK-VLR-CONFERE = WRK-VLR-MANTIDO
                                   + WRK-VLR-ARQUIVADO.
           IF WRK-QTD-MANTIDOS + WRK-QTD-ARQUIVADOS
              EQUAL WRK-QTD-LIDOS
              AND WRK-VLR-CONFERE EQUAL WRK-VLR-LIDO
               DISPLAY "BALANCO CONFERE"
           ELSE
               DISPLAY "BALANCO NAO CONFERE - VERIFICAR ANTES DO "
                       "PROXIMO LOTE"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "ARQUIVAMENTO.CTL" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ARVCTL TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ARVCTL.

           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               MOVE WRK-ARQ-NOME(WRK-IND-ARQ)    TO CFG-ARQUIVO
               MOVE WRK-ARQ-CAMINHO(WRK-IND-ARQ) TO CFG-CAMINHO
               CALL "ARQCFG" USING WRK-CFG-PARM
               MOVE CFG-CAMINHO TO WRK-ARQ-CAMINHO(WRK-IND-ARQ)
           END-PERFORM.
