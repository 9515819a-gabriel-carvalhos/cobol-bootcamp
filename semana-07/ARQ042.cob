       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ042.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: RETORNO DAS CAMPANHAS: AS EXTRACOES DO ARQ032
      *==            SAIAM E NINGUEM SABIA SE A CAMPANHA FUNCIONOU.
      *==            1-REGISTRAR CAMPANHA (CODIGO, DATA, SEGMENTOS DO
      *==            ARQ031 MIRADOS, VINCULO COM O FATURAMENTO) COM A
      *==            LISTA DE REG-IDS ALCANCADOS, LIDA DO CAMPANHA.CSV
      *==            DA EXTRACAO / 2-IMPORTAR O ARQUIVO DE RETORNO DO
      *==            CRM / 3-DIGITAR RESPOSTA OU CONVERSAO /
      *==            4-RELATORIO COM AS TAXAS DE RESPOSTA E DE
      *==            CONVERSAO POR CAMPANHA E POR SEGMENTO E, NA
      *==            CAMPANHA LIGADA AO FATURAMENTO, A RECEITA DOS
      *==            CONTRATOS NOVOS DOS ALCANCADOS EM ATE N DIAS
      *==  DATA: 09/07/2025
      *==  OBSERVACOES: CAMPANHAS EM CAMPANHAS.DAT (COPYBOOK CMPREG) E
      *==               ALCANCADOS EM CAMPANHA_ALVOS.DAT (COPYBOOK
      *==               CMAREG), OS DOIS CRIADOS NA 1A EXECUCAO. O
      *==               RETORNO DO CRM (CAMPANHA_RETORNO.TXT) TRAZ
      *==               CODIGO(8) + REG-ID(6) + EVENTO ("R"-RESPOSTA /
      *==               "C"-CONVERSAO) + DATA(8); REIMPORTAR O MESMO
      *==               ARQUIVO NAO MUDA NADA (VALE A 1A DATA). RECEITA
      *==               = SOMA DOS ITENS MENSAIS (O MRR DO CONRECOR) DOS
      *==               CONTRATOS DE CLIENTE COM INICIO DE 0 A N DIAS
      *==               DEPOIS DA DATA DA CAMPANHA (CONTA APROXIMADA DO
      *==               AGING); CONTRATO EM MOEDA ESTRANGEIRA SO E
      *==               CONTADO, FORA DA SOMA. O RELATORIO SAI EM
      *==               CAMP_RESULTADO.LST
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CAMPANHAS REGISTRADAS
           SELECT CAMPANHAS ASSIGN
           TO WRK-PATH-CAMPANHAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS FS-CAMPANHAS.

      *=== CLIENTES ALCANCADOS POR CAMPANHA, COM O RETORNO
           SELECT ALVOS ASSIGN
           TO WRK-PATH-ALVOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMA-CHAVE
               FILE STATUS IS FS-ALVOS.

      *=== EXTRACAO DO ARQ032 (MESMO FORMATO DO CLIENTES.CSV)
           SELECT EXTRACAO ASSIGN
           TO WRK-PATH-EXTRACAO
               FILE STATUS IS FS-EXTRACAO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== SEGMENTO DE CADA CLIENTE, GRAVADO PELO ARQ031
           SELECT SEGMENTOS ASSIGN
           TO WRK-PATH-SEGMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-ID
               FILE STATUS IS FS-SEGMENTOS.

      *=== RESPOSTAS E CONVERSOES DEVOLVIDAS PELO CRM
           SELECT RETORNO ASSIGN
           TO WRK-PATH-RETORNO
               FILE STATUS IS FS-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CONTRATOS DO FATURAMENTO (MESMO LAYOUT DO PROGRAMA08)
           SELECT CONTRATOS ASSIGN
           TO WRK-PATH-CONTRATOS
               FILE STATUS IS FS-CONTRATOS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== RELATORIO DE RESULTADO, MESMO LAYOUT PAGINADO DO ARQ003
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               FILE STATUS IS FS-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CAMPANHAS.
           COPY "CMPREG.cpy".

       FD  ALVOS.
           COPY "CMAREG.cpy".

       FD  EXTRACAO.
       01  REG-EXTRACAO.
           05  EXT-ID               PIC X(006).
           05  FILLER               PIC X(124).

       FD  SEGMENTOS.
       01  REG-SEGMENTOS.
           05  SEG-ID               PIC 9(006).
           05  SEG-CODIGO           PIC X(004).
           05  SEG-DATA             PIC 9(008).

      *=== CODIGO(8) + REG-ID(6) + EVENTO(1) + DATA(8)
       FD  RETORNO.
       01  REG-RETORNO.
           05  RET-CODIGO           PIC X(008).
           05  RET-ID               PIC X(006).
           05  RET-EVENTO           PIC X(001).
           05  RET-DATA             PIC X(008).
           05  FILLER               PIC X(007).

       FD  CONTRATOS.
           COPY "CONREG.cpy".

       FD  RELATORIO.
       01  REG-RELATORIO        PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-CAMPANHAS         PIC 9(002) VALUE ZEROS.
       77  FS-ALVOS             PIC 9(002) VALUE ZEROS.
       77  FS-EXTRACAO          PIC 9(002) VALUE ZEROS.
       77  FS-SEGMENTOS         PIC 9(002) VALUE ZEROS.
       77  FS-RETORNO           PIC 9(002) VALUE ZEROS.
       77  FS-CONTRATOS         PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(030) VALUE SPACES.
       COPY "FSMSGWS.cpy".

      *=== IDENTIFICACAO DO OPERADOR (VAI NA CAMPANHA E NO RETORNO
      *=== DIGITADO)
       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.

      *=== OPCAO DO MENU
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-REGISTRAR             VALUE "1".
           88  OPCAO-IMPORTAR              VALUE "2".
           88  OPCAO-DIGITAR               VALUE "3".
           88  OPCAO-RELATORIO             VALUE "4".
           88  OPCAO-ENCERRAR              VALUE "F".

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-FIM-LEITURA      PIC X(001) VALUE "N".
           88  FIM-LEITURA                 VALUE "S".
       77  WRK-FIM-ALVOS        PIC X(001) VALUE "N".
           88  FIM-ALVOS                   VALUE "S".
       77  WRK-SEGMENTOS-OK     PIC X(001) VALUE "N".
       77  WRK-IND-SEG          PIC 9(002) VALUE ZEROS.
       77  WRK-SEG-DIGITADO     PIC X(004) VALUE SPACES.
       77  WRK-CODIGO           PIC X(008) VALUE SPACES.

      *=== RETORNO A APLICAR (DO ARQUIVO DO CRM OU DIGITADO)
       77  WRK-RET-CODIGO       PIC X(008) VALUE SPACES.
       77  WRK-RET-ID           PIC 9(006) VALUE ZEROS.
       77  WRK-RET-EVENTO       PIC X(001) VALUE SPACES.
           88  EVENTO-RESPOSTA             VALUE "R".
           88  EVENTO-CONVERSAO            VALUE "C".
       77  WRK-RET-DATA         PIC 9(008) VALUE ZEROS.
       77  WRK-RET-ORIGEM       PIC X(001) VALUE SPACES.
       77  WRK-RET-MOTIVO       PIC X(030) VALUE SPACES.

      *=== TOTAIS DO REGISTRO E DA IMPORTACAO
       77  WRK-QTD-CARREGADOS   PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-REPETIDOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-INVALIDOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-APLICADOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS    PIC 9(006) VALUE ZEROS.

      *=== CONTA DE DIAS APROXIMADA (ANO*365 + MES*30 + DIA), A MESMA
      *=== DO AGING
       01  WRK-DATA-CALC.
           05  WRK-CALC-ANO     PIC 9(004).
           05  WRK-CALC-MES     PIC 9(002).
           05  WRK-CALC-DIA     PIC 9(002).
       77  WRK-DIAS-CALC        PIC 9(007) VALUE ZEROS.
       77  WRK-DIAS-CAMPANHA    PIC 9(007) VALUE ZEROS.

      *=== TAXAS DE 1 CAMPANHA POR SEGMENTO (ATE 20) E DE TODAS AS
      *=== CAMPANHAS POR SEGMENTO (ATE 50); SEGMENTO ALEM DO LIMITE
      *=== CAI NA ULTIMA LINHA ("OUTROS")
       01  WRK-TAB-SEG-CMP.
           05  WRK-SC-ITEM      OCCURS 20 TIMES.
               10  WRK-SC-CODIGO    PIC X(004).
               10  WRK-SC-ALC       PIC 9(006).
               10  WRK-SC-RESP      PIC 9(006).
               10  WRK-SC-CONV      PIC 9(006).
       77  WRK-QTD-SC           PIC 9(002) VALUE ZEROS.
       01  WRK-TAB-SEG-GERAL.
           05  WRK-SG-ITEM      OCCURS 50 TIMES.
               10  WRK-SG-CODIGO    PIC X(004).
               10  WRK-SG-ALC       PIC 9(006).
               10  WRK-SG-RESP      PIC 9(006).
               10  WRK-SG-CONV      PIC 9(006).
       77  WRK-QTD-SG           PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TAB          PIC 9(002) VALUE ZEROS.
       77  WRK-ACHADO           PIC 9(002) VALUE ZEROS.
       77  WRK-CMP-ALC          PIC 9(006) VALUE ZEROS.
       77  WRK-CMP-RESP         PIC 9(006) VALUE ZEROS.
       77  WRK-CMP-CONV         PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-CAMPANHAS    PIC 9(004) VALUE ZEROS.

      *=== CONTRATOS NOVOS DOS ALCANCADOS (CAMPANHA LIGADA AO
      *=== FATURAMENTO)
       77  WRK-QTD-CONTRATOS    PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-ESTRANGEIRA  PIC 9(005) VALUE ZEROS.
       77  WRK-RECEITA          PIC 9(009)V99 VALUE ZEROS.
       77  WRK-VALOR-MENSAL     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-IND-ITEM         PIC 9(002) VALUE ZEROS.
       77  WRK-DIAS-DEPOIS      PIC S9(007) VALUE ZEROS.

      *=== LINHAS DO RELATORIO (80 COLUNAS)
       01  WRK-CAB-01.
           05  FILLER           PIC X(050) VALUE
               "RESULTADO DAS CAMPANHAS - XPTO".
           05  FILLER           PIC X(010) VALUE "EMITIDO EM".
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-CAB-DATA     PIC 9(008).
           05  FILLER           PIC X(011) VALUE SPACES.
       01  WRK-LIN-TAXAS.
           05  WRK-LT-SEGMENTO  PIC X(008).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LT-ALC       PIC ZZZ.ZZ9.
           05  FILLER           PIC X(003) VALUE SPACES.
           05  WRK-LT-RESP      PIC ZZZ.ZZ9.
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LT-PERC-RESP PIC ZZ9,9.
           05  FILLER           PIC X(003) VALUE SPACES.
           05  WRK-LT-CONV      PIC ZZZ.ZZ9.
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WRK-LT-PERC-CONV PIC ZZ9,9.
           05  FILLER           PIC X(029) VALUE SPACES.
       01  WRK-CAB-TAXAS        PIC X(060) VALUE
           "SEGMENTO  ALCANCADOS RESPOSTAS %RESP CONVERSOES %CONV".
       77  WRK-PERC             PIC 9(003)V9 VALUE ZEROS.
       77  WRK-RECEITA-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LINHA-TEXTO      PIC X(080) VALUE SPACES.

      *=== CONTROLE DE PAGINACAO (MESMOS LIMITES DO ARQ003)
       77  WRK-MAX-LINHAS       PIC 9(002) VALUE 20.
       77  WRK-LINHA-PAG        PIC 9(002) VALUE ZEROS.

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-CAMPANHAS   PIC X(040) VALUE
           "..\dados\CAMPANHAS.DAT".
       77  WRK-PATH-ALVOS       PIC X(040) VALUE
           "..\dados\CAMPANHA_ALVOS.DAT".
       77  WRK-PATH-EXTRACAO    PIC X(040) VALUE
           "..\dados\CAMPANHA.CSV".
       77  WRK-PATH-SEGMENTOS   PIC X(040) VALUE
           "..\dados\SEGMENTOS.DAT".
       77  WRK-PATH-RETORNO     PIC X(040) VALUE
           "..\dados\CAMPANHA_RETORNO.TXT".
       77  WRK-PATH-CONTRATOS   PIC X(040) VALUE
           "..\dados\CONTRATOS.DAT".
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE
           "..\dados\CAMP_RESULTADO.LST".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ042" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ042" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== ABRE OS 2 ARQUIVOS DAS CAMPANHAS, CRIANDO-OS NA 1A VEZ; O
      *=== SEGMENTOS.DAT E OPCIONAL (SEM ELE TODOS FICAM "GERL")
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== RETORNO DAS CAMPANHAS ====".
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN I-O CAMPANHAS.
           IF FS-CAMPANHAS EQUAL 35
               OPEN OUTPUT CAMPANHAS
               CLOSE CAMPANHAS
               OPEN I-O CAMPANHAS
           END-IF.
           IF FS-CAMPANHAS NOT EQUAL 00
               MOVE "CAMPANHAS.DAT NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN I-O ALVOS.
           IF FS-ALVOS EQUAL 35
               OPEN OUTPUT ALVOS
               CLOSE ALVOS
               OPEN I-O ALVOS
           END-IF.
           IF FS-ALVOS NOT EQUAL 00
               MOVE "CAMPANHA_ALVOS.DAT NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE "N" TO WRK-SEGMENTOS-OK.
           OPEN INPUT SEGMENTOS.
           IF FS-SEGMENTOS EQUAL 00
               MOVE "S" TO WRK-SEGMENTOS-OK
           ELSE
               DISPLAY "AVISO: SEGMENTOS.DAT AUSENTE - ALCANCADOS "
                       "FICAM NO SEGMENTO GERAL (RODE O ARQ031)"
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (1-REGISTRAR CAMPANHA / 2-IMPORTAR RETORNO "
                   "DO CRM / 3-DIGITAR RETORNO / 4-RELATORIO / "
                   "F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-REGISTRAR
                   PERFORM 0210-REGISTRAR-CAMPANHA
               WHEN OPCAO-IMPORTAR
                   PERFORM 0230-IMPORTAR-RETORNO
               WHEN OPCAO-DIGITAR
                   PERFORM 0240-DIGITAR-RETORNO
               WHEN OPCAO-RELATORIO
                   PERFORM 0250-RELATORIO
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== REGISTRA A CAMPANHA E CARREGA OS ALCANCADOS DA EXTRACAO
      *=== CORRENTE DO ARQ032 (CAMPANHA.CSV)
       0210-REGISTRAR-CAMPANHA SECTION.
           DISPLAY "CODIGO DA CAMPANHA: ".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL SPACES
               DISPLAY "CODIGO E OBRIGATORIO"
           ELSE
               MOVE WRK-CODIGO TO CMP-CODIGO
               READ CAMPANHAS
                   KEY IS CMP-CODIGO
                   INVALID KEY
                       PERFORM 0215-DIGITAR-CAMPANHA
                   NOT INVALID KEY
                       DISPLAY "CAMPANHA " WRK-CODIGO " JA REGISTRADA"
               END-READ
           END-IF.

       0215-DIGITAR-CAMPANHA SECTION.
           MOVE SPACES     TO REG-CAMPANHA.
           MOVE WRK-CODIGO TO CMP-CODIGO.
           DISPLAY "DESCRICAO: ".
           ACCEPT CMP-DESCRICAO.
           DISPLAY "DATA DA CAMPANHA AAAAMMDD (0 = HOJE): ".
           ACCEPT CMP-DATA.
           IF CMP-DATA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO CMP-DATA
           END-IF.

      *=== ATE 5 SEGMENTOS MIRADOS (BRANCO ENCERRA A LISTA)
           MOVE ZEROS  TO WRK-IND-SEG.
           MOVE "XXXX" TO WRK-SEG-DIGITADO.
           PERFORM UNTIL WRK-IND-SEG EQUAL 5
                      OR WRK-SEG-DIGITADO EQUAL SPACES
               DISPLAY "SEGMENTO MIRADO (BRANCO ENCERRA A LISTA): "
               ACCEPT WRK-SEG-DIGITADO
               IF WRK-SEG-DIGITADO NOT EQUAL SPACES
                   ADD 1 TO WRK-IND-SEG
                   MOVE WRK-SEG-DIGITADO TO CMP-SEGMENTO(WRK-IND-SEG)
               END-IF
           END-PERFORM.

           DISPLAY "LIGADA AO FATURAMENTO (S/N)? ".
           ACCEPT CMP-FATURAMENTO.
           MOVE ZEROS TO CMP-DIAS-CONVERSAO.
           IF CAMPANHA-FATURAMENTO
               DISPLAY "PRAZO EM DIAS PARA CONTRATO NOVO (0 = 30): "
               ACCEPT CMP-DIAS-CONVERSAO
               IF CMP-DIAS-CONVERSAO EQUAL ZEROS
                   MOVE 30 TO CMP-DIAS-CONVERSAO
               END-IF
           ELSE
               MOVE "N" TO CMP-FATURAMENTO
           END-IF.
           MOVE ZEROS         TO CMP-QTD-ALCANCADOS.
           MOVE WRK-OPERADOR  TO CMP-OPERADOR.
           MOVE WRK-DATA-HOJE TO CMP-DATA-CADASTRO.

           OPEN INPUT EXTRACAO.
           IF FS-EXTRACAO NOT EQUAL 00
               DISPLAY "CAMPANHA.CSV NAO FOI ABERTO - RODE O ARQ032; "
                       "CAMPANHA NAO REGISTRADA"
           ELSE
               WRITE REG-CAMPANHA
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR A CAMPANHA - FS "
                               FS-CAMPANHAS
                   NOT INVALID KEY
                       PERFORM 0220-CARREGAR-ALCANCADOS
               END-WRITE
               CLOSE EXTRACAO
           END-IF.

      *=== 1 REGISTRO EM CAMPANHA_ALVOS.DAT POR ID DA EXTRACAO, COM O
      *=== SEGMENTO ATUAL DO CLIENTE
       0220-CARREGAR-ALCANCADOS SECTION.
           MOVE ZEROS TO WRK-QTD-CARREGADOS.
           MOVE ZEROS TO WRK-QTD-REPETIDOS.
           MOVE ZEROS TO WRK-QTD-INVALIDOS.
           READ EXTRACAO.
           PERFORM UNTIL FS-EXTRACAO NOT EQUAL 00
      *=== A 1A LINHA DO CSV E O CABECALHO
               IF EXT-ID NOT EQUAL "ID,NOM"
                   IF EXT-ID NOT NUMERIC
                       ADD 1 TO WRK-QTD-INVALIDOS
                   ELSE
                       PERFORM 0225-GRAVAR-ALCANCADO
                   END-IF
               END-IF
               READ EXTRACAO
           END-PERFORM.

           MOVE WRK-QTD-CARREGADOS TO CMP-QTD-ALCANCADOS.
           REWRITE REG-CAMPANHA
               INVALID KEY
                   DISPLAY "FALHA AO ATUALIZAR A CAMPANHA - FS "
                           FS-CAMPANHAS
           END-REWRITE.
           DISPLAY "CAMPANHA " CMP-CODIGO " REGISTRADA".
           DISPLAY "ALCANCADOS........... " WRK-QTD-CARREGADOS.
           DISPLAY "REPETIDOS NA EXTRACAO " WRK-QTD-REPETIDOS.
           DISPLAY "LINHAS SEM ID VALIDO. " WRK-QTD-INVALIDOS.

       0225-GRAVAR-ALCANCADO SECTION.
           MOVE SPACES     TO REG-CAMPANHA-ALVO.
           MOVE CMP-CODIGO TO CMA-CODIGO.
           MOVE EXT-ID     TO CMA-ID.
           MOVE "GERL"     TO CMA-SEGMENTO.
           IF WRK-SEGMENTOS-OK EQUAL "S"
               MOVE CMA-ID TO SEG-ID
               READ SEGMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEG-CODIGO TO CMA-SEGMENTO
               END-READ
           END-IF.
           MOVE "N"   TO CMA-RESPOSTA.
           MOVE ZEROS TO CMA-DATA-RESPOSTA.
           MOVE "N"   TO CMA-CONVERSAO.
           MOVE ZEROS TO CMA-DATA-CONVERSAO.
           WRITE REG-CAMPANHA-ALVO
               INVALID KEY
                   ADD 1 TO WRK-QTD-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CARREGADOS
           END-WRITE.

      *=== APLICA CADA LINHA DO ARQUIVO DE RETORNO DO CRM
       0230-IMPORTAR-RETORNO SECTION.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               DISPLAY "CAMPANHA_RETORNO.TXT NAO FOI ABERTO - FS "
                       FS-RETORNO
           ELSE
               MOVE ZEROS TO WRK-QTD-APLICADOS
               MOVE ZEROS TO WRK-QTD-RECUSADOS
               READ RETORNO
               PERFORM UNTIL FS-RETORNO NOT EQUAL 00
                   MOVE RET-CODIGO TO WRK-RET-CODIGO
                   MOVE RET-EVENTO TO WRK-RET-EVENTO
                   MOVE "C"        TO WRK-RET-ORIGEM
                   IF RET-ID NOT NUMERIC OR RET-DATA NOT NUMERIC
                       MOVE "ID OU DATA NAO NUMERICOS" TO WRK-RET-MOTIVO
                   ELSE
                       MOVE RET-ID   TO WRK-RET-ID
                       MOVE RET-DATA TO WRK-RET-DATA
                       PERFORM 0260-APLICAR-RETORNO
                   END-IF
                   IF WRK-RET-MOTIVO EQUAL SPACES
                       ADD 1 TO WRK-QTD-APLICADOS
                   ELSE
                       ADD 1 TO WRK-QTD-RECUSADOS
                       DISPLAY "RECUSADO: " REG-RETORNO " - "
                               WRK-RET-MOTIVO
                   END-IF
                   READ RETORNO
               END-PERFORM
               CLOSE RETORNO
               DISPLAY "RETORNOS APLICADOS... " WRK-QTD-APLICADOS
               DISPLAY "RETORNOS RECUSADOS... " WRK-QTD-RECUSADOS
           END-IF.

      *=== RESPOSTA OU CONVERSAO DIGITADA PELO OPERADOR
       0240-DIGITAR-RETORNO  SECTION.
           DISPLAY "CODIGO DA CAMPANHA: ".
           ACCEPT WRK-RET-CODIGO.
           DISPLAY "REG-ID DO CLIENTE: ".
           ACCEPT WRK-RET-ID.
           DISPLAY "EVENTO (R-RESPOSTA / C-CONVERSAO): ".
           ACCEPT WRK-RET-EVENTO.
           DISPLAY "DATA AAAAMMDD (0 = HOJE): ".
           ACCEPT WRK-RET-DATA.
           IF WRK-RET-DATA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-RET-DATA
           END-IF.
           MOVE "O" TO WRK-RET-ORIGEM.
           PERFORM 0260-APLICAR-RETORNO.
           IF WRK-RET-MOTIVO EQUAL SPACES
               DISPLAY "RETORNO GRAVADO"
           ELSE
               DISPLAY "RETORNO RECUSADO - " WRK-RET-MOTIVO
           END-IF.

      *=== MARCA RESPOSTA/CONVERSAO NO ALCANCADO; A 1A DATA VALE E A
      *=== CONVERSAO MARCA TAMBEM A RESPOSTA. MOTIVO EM BRANCO = OK
       0260-APLICAR-RETORNO  SECTION.
           MOVE SPACES TO WRK-RET-MOTIVO.
           IF NOT EVENTO-RESPOSTA AND NOT EVENTO-CONVERSAO
               MOVE "EVENTO DEVE SER R OU C" TO WRK-RET-MOTIVO
           ELSE
               MOVE WRK-RET-CODIGO TO CMA-CODIGO
               MOVE WRK-RET-ID     TO CMA-ID
               READ ALVOS
                   INVALID KEY
                       MOVE "ID FORA DA CAMPANHA" TO WRK-RET-MOTIVO
               END-READ
           END-IF.

           IF WRK-RET-MOTIVO EQUAL SPACES
               IF NOT ALVO-RESPONDEU
                   MOVE "S"          TO CMA-RESPOSTA
                   MOVE WRK-RET-DATA TO CMA-DATA-RESPOSTA
               END-IF
               IF EVENTO-CONVERSAO AND NOT ALVO-CONVERTEU
                   MOVE "S"          TO CMA-CONVERSAO
                   MOVE WRK-RET-DATA TO CMA-DATA-CONVERSAO
               END-IF
               MOVE WRK-RET-ORIGEM TO CMA-ORIGEM
               MOVE WRK-OPERADOR   TO CMA-OPERADOR
               REWRITE REG-CAMPANHA-ALVO
                   INVALID KEY
                       MOVE "FALHA NA REGRAVACAO" TO WRK-RET-MOTIVO
               END-REWRITE
           END-IF.

      *=== RELATORIO DE TODAS AS CAMPANHAS EM ORDEM DE CODIGO E O
      *=== RESUMO POR SEGMENTO NO FIM
       0250-RELATORIO        SECTION.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY "CAMP_RESULTADO.LST NAO FOI ABERTO - FS "
                       FS-RELATORIO
           ELSE
               MOVE ZEROS  TO WRK-QTD-CAMPANHAS
               MOVE ZEROS  TO WRK-QTD-SG
               MOVE SPACES TO WRK-TAB-SEG-GERAL
               PERFORM 0290-IMPRIMIR-CABECALHO
               MOVE SPACES TO CMP-CODIGO
               MOVE "N"    TO WRK-FIM-LEITURA
               START CAMPANHAS KEY IS NOT LESS THAN CMP-CODIGO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LEITURA
               END-START
               PERFORM UNTIL FIM-LEITURA
                   READ CAMPANHAS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-LEITURA
                   END-READ
                   IF NOT FIM-LEITURA
                       ADD 1 TO WRK-QTD-CAMPANHAS
                       PERFORM 0255-IMPRIMIR-CAMPANHA
                   END-IF
               END-PERFORM
               PERFORM 0275-IMPRIMIR-RESUMO
               CLOSE RELATORIO
               DISPLAY "CAMPANHAS NO RELATORIO " WRK-QTD-CAMPANHAS
               DISPLAY "RELATORIO EM CAMP_RESULTADO.LST"
           END-IF.

      *=== BLOCO DE 1 CAMPANHA: TAXAS POR SEGMENTO, TOTAL E, SE LIGADA
      *=== AO FATURAMENTO, OS CONTRATOS NOVOS
       0255-IMPRIMIR-CAMPANHA SECTION.
           MOVE ZEROS  TO WRK-QTD-SC.
           MOVE SPACES TO WRK-TAB-SEG-CMP.
           MOVE ZEROS  TO WRK-CMP-ALC.
           MOVE ZEROS  TO WRK-CMP-RESP.
           MOVE ZEROS  TO WRK-CMP-CONV.

           MOVE CMP-CODIGO TO CMA-CODIGO.
           MOVE ZEROS      TO CMA-ID.
           MOVE "N"        TO WRK-FIM-ALVOS.
           START ALVOS KEY IS NOT LESS THAN CMA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ALVOS
           END-START.
           PERFORM UNTIL FIM-ALVOS
               READ ALVOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ALVOS
               END-READ
               IF NOT FIM-ALVOS
                   IF CMA-CODIGO NOT EQUAL CMP-CODIGO
                       MOVE "S" TO WRK-FIM-ALVOS
                   ELSE
                       PERFORM 0257-ACUMULAR-ALVO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           STRING "CAMPANHA " CMP-CODIGO " " CMP-DESCRICAO
                  " " CMP-DATA
                  DELIMITED BY SIZE
                  INTO WRK-LINHA-TEXTO
           END-STRING.
           PERFORM 0295-IMPRIMIR-LINHA.
           STRING "SEGMENTOS MIRADOS: " CMP-SEGMENTO(1) " "
                  CMP-SEGMENTO(2) " " CMP-SEGMENTO(3) " "
                  CMP-SEGMENTO(4) " " CMP-SEGMENTO(5)
                  DELIMITED BY SIZE
                  INTO WRK-LINHA-TEXTO
           END-STRING.
           PERFORM 0295-IMPRIMIR-LINHA.
           MOVE WRK-CAB-TAXAS TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IND-TAB FROM 1 BY 1
                     UNTIL WRK-IND-TAB GREATER WRK-QTD-SC
               MOVE WRK-SC-CODIGO(WRK-IND-TAB) TO WRK-LT-SEGMENTO
               MOVE WRK-SC-ALC(WRK-IND-TAB)    TO WRK-CMP-ALC
               MOVE WRK-SC-RESP(WRK-IND-TAB)   TO WRK-CMP-RESP
               MOVE WRK-SC-CONV(WRK-IND-TAB)   TO WRK-CMP-CONV
               PERFORM 0270-LINHA-TAXAS
           END-PERFORM.
      *=== TOTAL DA CAMPANHA (SOMA DAS LINHAS DE SEGMENTO)
           MOVE ZEROS TO WRK-CMP-ALC.
           MOVE ZEROS TO WRK-CMP-RESP.
           MOVE ZEROS TO WRK-CMP-CONV.
           PERFORM VARYING WRK-IND-TAB FROM 1 BY 1
                     UNTIL WRK-IND-TAB GREATER WRK-QTD-SC
               ADD WRK-SC-ALC(WRK-IND-TAB)  TO WRK-CMP-ALC
               ADD WRK-SC-RESP(WRK-IND-TAB) TO WRK-CMP-RESP
               ADD WRK-SC-CONV(WRK-IND-TAB) TO WRK-CMP-CONV
           END-PERFORM.
           MOVE "TOTAL" TO WRK-LT-SEGMENTO.
           PERFORM 0270-LINHA-TAXAS.

           IF CAMPANHA-FATURAMENTO
               PERFORM 0265-CONTRATOS-NOVOS
           END-IF.

      *=== SOMA O ALCANCADO NA LINHA DO SEGMENTO DELE NA CAMPANHA; A
      *=== 20A LINHA FICA PARA OS SEGMENTOS QUE NAO COUBEREM ("OUTR")
       0257-ACUMULAR-ALVO    SECTION.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-IND-TAB FROM 1 BY 1
                     UNTIL WRK-IND-TAB GREATER WRK-QTD-SC
                        OR WRK-ACHADO GREATER ZEROS
               IF WRK-SC-CODIGO(WRK-IND-TAB) EQUAL CMA-SEGMENTO
                   MOVE WRK-IND-TAB TO WRK-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-ACHADO EQUAL ZEROS
               IF WRK-QTD-SC LESS 19
                   ADD 1 TO WRK-QTD-SC
                   MOVE WRK-QTD-SC   TO WRK-ACHADO
                   MOVE CMA-SEGMENTO TO WRK-SC-CODIGO(WRK-ACHADO)
               ELSE
                   MOVE 20 TO WRK-ACHADO
                   IF WRK-QTD-SC LESS 20
                       MOVE 20     TO WRK-QTD-SC
                       MOVE "OUTR" TO WRK-SC-CODIGO(WRK-ACHADO)
                   END-IF
               END-IF
               IF WRK-SC-ALC(WRK-ACHADO) NOT NUMERIC
                   MOVE ZEROS TO WRK-SC-ALC(WRK-ACHADO)
                   MOVE ZEROS TO WRK-SC-RESP(WRK-ACHADO)
                   MOVE ZEROS TO WRK-SC-CONV(WRK-ACHADO)
               END-IF
           END-IF.
           ADD 1 TO WRK-SC-ALC(WRK-ACHADO).
           IF ALVO-RESPONDEU
               ADD 1 TO WRK-SC-RESP(WRK-ACHADO)
           END-IF.
           IF ALVO-CONVERTEU
               ADD 1 TO WRK-SC-CONV(WRK-ACHADO)
           END-IF.
           PERFORM 0258-ACUMULAR-GERAL.

      *=== A MESMA SOMA NO RESUMO DE TODAS AS CAMPANHAS (50 LINHAS, A
      *=== ULTIMA PARA "OUTR")
       0258-ACUMULAR-GERAL   SECTION.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM VARYING WRK-IND-TAB FROM 1 BY 1
                     UNTIL WRK-IND-TAB GREATER WRK-QTD-SG
                        OR WRK-ACHADO GREATER ZEROS
               IF WRK-SG-CODIGO(WRK-IND-TAB) EQUAL CMA-SEGMENTO
                   MOVE WRK-IND-TAB TO WRK-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-ACHADO EQUAL ZEROS
               IF WRK-QTD-SG LESS 49
                   ADD 1 TO WRK-QTD-SG
                   MOVE WRK-QTD-SG   TO WRK-ACHADO
                   MOVE CMA-SEGMENTO TO WRK-SG-CODIGO(WRK-ACHADO)
               ELSE
                   MOVE 50 TO WRK-ACHADO
                   IF WRK-QTD-SG LESS 50
                       MOVE 50     TO WRK-QTD-SG
                       MOVE "OUTR" TO WRK-SG-CODIGO(WRK-ACHADO)
                   END-IF
               END-IF
               IF WRK-SG-ALC(WRK-ACHADO) NOT NUMERIC
                   MOVE ZEROS TO WRK-SG-ALC(WRK-ACHADO)
                   MOVE ZEROS TO WRK-SG-RESP(WRK-ACHADO)
                   MOVE ZEROS TO WRK-SG-CONV(WRK-ACHADO)
               END-IF
           END-IF.
           ADD 1 TO WRK-SG-ALC(WRK-ACHADO).
           IF ALVO-RESPONDEU
               ADD 1 TO WRK-SG-RESP(WRK-ACHADO)
           END-IF.
           IF ALVO-CONVERTEU
               ADD 1 TO WRK-SG-CONV(WRK-ACHADO)
           END-IF.

      *=== CONTRATOS DE CLIENTE COM INICIO DE 0 A N DIAS DEPOIS DA
      *=== CAMPANHA, DE QUEM ESTA ENTRE OS ALCANCADOS
       0265-CONTRATOS-NOVOS  SECTION.
           MOVE ZEROS TO WRK-QTD-CONTRATOS.
           MOVE ZEROS TO WRK-QTD-ESTRANGEIRA.
           MOVE ZEROS TO WRK-RECEITA.
           MOVE CMP-DATA TO WRK-DATA-CALC.
           PERFORM 0280-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-CAMPANHA.

           OPEN INPUT CONTRATOS.
           IF FS-CONTRATOS NOT EQUAL 00
               MOVE "CONTRATOS.DAT NAO FOI ABERTO - SEM RECEITA"
                 TO WRK-LINHA-TEXTO
               PERFORM 0295-IMPRIMIR-LINHA
           ELSE
               READ CONTRATOS
               PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
                   IF CONTRATO-DE-CLIENTE
                      AND REG-CON-INICIO NUMERIC
                      AND REG-CON-INICIO GREATER ZEROS
                       PERFORM 0267-AVALIAR-CONTRATO
                   END-IF
                   READ CONTRATOS
               END-PERFORM
               CLOSE CONTRATOS
               MOVE WRK-RECEITA TO WRK-RECEITA-ED
               STRING "CONTRATOS NOVOS EM ATE " CMP-DIAS-CONVERSAO
                      " DIAS: " WRK-QTD-CONTRATOS
                      "   RECEITA MENSAL: " WRK-RECEITA-ED
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-TEXTO
               END-STRING
               PERFORM 0295-IMPRIMIR-LINHA
               IF WRK-QTD-ESTRANGEIRA GREATER ZEROS
                   STRING "  (" WRK-QTD-ESTRANGEIRA " DELES EM MOEDA "
                          "ESTRANGEIRA, FORA DA RECEITA)"
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-TEXTO
                   END-STRING
                   PERFORM 0295-IMPRIMIR-LINHA
               END-IF
           END-IF.

       0267-AVALIAR-CONTRATO SECTION.
           MOVE REG-CON-INICIO TO WRK-DATA-CALC.
           PERFORM 0280-CALCULAR-DIAS.
           COMPUTE WRK-DIAS-DEPOIS = WRK-DIAS-CALC - WRK-DIAS-CAMPANHA.
           IF WRK-DIAS-DEPOIS NOT LESS ZEROS
              AND WRK-DIAS-DEPOIS NOT GREATER CMP-DIAS-CONVERSAO
               MOVE CMP-CODIGO     TO CMA-CODIGO
               MOVE REG-CON-CLI-ID TO CMA-ID
               READ ALVOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-CONTRATOS
                       IF CONTRATO-EM-REAL
                           MOVE ZEROS TO WRK-VALOR-MENSAL
                           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                                     UNTIL WRK-IND-ITEM GREATER 12
                               ADD REG-CON-ITEM(WRK-IND-ITEM)
                                TO WRK-VALOR-MENSAL
                           END-PERFORM
                           ADD WRK-VALOR-MENSAL TO WRK-RECEITA
                       ELSE
                           ADD 1 TO WRK-QTD-ESTRANGEIRA
                       END-IF
               END-READ
           END-IF.

      *=== 1 LINHA DE TAXAS A PARTIR DE WRK-CMP-ALC/RESP/CONV
       0270-LINHA-TAXAS      SECTION.
           MOVE WRK-CMP-ALC  TO WRK-LT-ALC.
           MOVE WRK-CMP-RESP TO WRK-LT-RESP.
           MOVE WRK-CMP-CONV TO WRK-LT-CONV.
           MOVE ZEROS TO WRK-LT-PERC-RESP.
           MOVE ZEROS TO WRK-LT-PERC-CONV.
           IF WRK-CMP-ALC GREATER ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   WRK-CMP-RESP * 100 / WRK-CMP-ALC
               MOVE WRK-PERC TO WRK-LT-PERC-RESP
               COMPUTE WRK-PERC ROUNDED =
                   WRK-CMP-CONV * 100 / WRK-CMP-ALC
               MOVE WRK-PERC TO WRK-LT-PERC-CONV
           END-IF.
           MOVE WRK-LIN-TAXAS TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.

      *=== RESUMO POR SEGMENTO SOMANDO TODAS AS CAMPANHAS
       0275-IMPRIMIR-RESUMO  SECTION.
           MOVE SPACES TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           MOVE "---- RESUMO POR SEGMENTO (TODAS AS CAMPANHAS) ----"
             TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           MOVE WRK-CAB-TAXAS TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IND-TAB FROM 1 BY 1
                     UNTIL WRK-IND-TAB GREATER WRK-QTD-SG
               MOVE WRK-SG-CODIGO(WRK-IND-TAB) TO WRK-LT-SEGMENTO
               MOVE WRK-SG-ALC(WRK-IND-TAB)    TO WRK-CMP-ALC
               MOVE WRK-SG-RESP(WRK-IND-TAB)   TO WRK-CMP-RESP
               MOVE WRK-SG-CONV(WRK-IND-TAB)   TO WRK-CMP-CONV
               PERFORM 0270-LINHA-TAXAS
           END-PERFORM.
           IF WRK-QTD-SG EQUAL ZEROS
               MOVE "(NENHUMA CAMPANHA REGISTRADA)" TO WRK-LINHA-TEXTO
               PERFORM 0295-IMPRIMIR-LINHA
           END-IF.

      *=== DIAS APROXIMADOS DA DATA EM WRK-DATA-CALC
       0280-CALCULAR-DIAS    SECTION.
           COMPUTE WRK-DIAS-CALC =
               WRK-CALC-ANO * 365 + WRK-CALC-MES * 30 + WRK-CALC-DIA.

      *=== EMITE O CABECALHO DE UMA NOVA PAGINA DO RELATORIO
       0290-IMPRIMIR-CABECALHO SECTION.
           MOVE 0 TO WRK-LINHA-PAG.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           MOVE WRK-CAB-01 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *=== EMITE 1 LINHA DO RELATORIO, QUEBRANDO PAGINA NO LIMITE
       0295-IMPRIMIR-LINHA   SECTION.
           ADD 1 TO WRK-LINHA-PAG.
           IF WRK-LINHA-PAG GREATER WRK-MAX-LINHAS
               PERFORM 0290-IMPRIMIR-CABECALHO
               ADD 1 TO WRK-LINHA-PAG
           END-IF.
           MOVE WRK-LINHA-TEXTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINHA-TEXTO.

       0300-FINALIZAR        SECTION.
           CLOSE CAMPANHAS
                 ALVOS.
           IF WRK-SEGMENTOS-OK EQUAL "S"
               CLOSE SEGMENTOS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ042" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       COPY "FSMSGPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "CAMPANHAS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CAMPANHAS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CAMPANHAS.

           MOVE "CAMPANHA_ALVOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ALVOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ALVOS.

           MOVE "CAMPANHA.CSV" TO CFG-ARQUIVO.
           MOVE WRK-PATH-EXTRACAO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-EXTRACAO.

           MOVE "SEGMENTOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-SEGMENTOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-SEGMENTOS.

           MOVE "CAMPANHA_RETORNO.TXT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RETORNO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RETORNO.

           MOVE "CONTRATOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CONTRATOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CONTRATOS.

           MOVE "CAMP_RESULTADO.LST" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RELATORIO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RELATORIO.
