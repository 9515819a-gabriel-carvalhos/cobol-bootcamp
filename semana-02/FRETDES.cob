       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETDES.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: DESEMPENHO DAS TRANSPORTADORAS POR UF DE DESTINO
      *==            NUM PERIODO: EMBARQUES, MEDIA DE DIAS UTEIS DO
      *==            EMBARQUE A ENTREGA (DIAS UTEIS DO DATAMES),
      *==            PERCENTUAL ENTREGUE NO PRAZO PROMETIDO E
      *==            CANCELAMENTOS. AS DATAS VEM DA TRILHA DO PEDSTAT
      *==            (PEDIDOS_STATUS.LOG, COPYBOOK PEDLOG), PORQUE O
      *==            PEDIDO SO GUARDA A DATA DO ULTIMO STATUS. SAI O
      *==            RELATORIO DESEMPENHO_TRANSP.TXT E, CONFIRMADO, O
      *==            DESEMPENHO.CTL QUE O LOTE DO PROGRAMA10/11 PODE
      *==            USAR COMO DESEMPATE OU PENALIDADE NA ESCOLHA DA
      *==            TRANSPORTADORA
      *==  DATA: 23/07/2025
      *==  OBSERVACOES: PRAZO.CTL: TRANSPORTADORA(3) + UF(2) + DIAS
      *==               UTEIS PROMETIDOS 9(3); ENTREGA DE TRANSPORTADORA
      *==               E UF SEM PRAZO ENTRA NA MEDIA DE DIAS, MAS FICA
      *==               FORA DO PERCENTUAL NO PRAZO. OS DIAS UTEIS SAO
      *==               CONTADOS DO DIA SEGUINTE AO EMBARQUE ATE A
      *==               ENTREGA, INCLUSIVE (MESMA CONTAGEM DO PROG019).
      *==               O EMBARQUE E O CANCELAMENTO CONTAM PELA DATA DE
      *==               CADA UM NO PERIODO; A ENTREGA, PELA DATA DA
      *==               ENTREGA. PEDIDO MARCADO ANTES DE EXISTIR O LOG
      *==               NAO TEM AS DATAS E FICA DE FORA; ENTREGA SEM O
      *==               EMBARQUE NO LOG SO E CONTADA NO RODAPE.
      *==               DESEMPENHO.CTL: TRANSPORTADORA(3) + UF(2) +
      *==               PERCENTUAL NO PRAZO 9(3)V99 + ENTREGAS 9(5), SO
      *==               DAS TRANSPORTADORAS/UF COM PRAZO E ENTREGA
      *==  ALTERACOES
      *==  25/07/2025 GC: A ENTREGA PASSA A SER MEDIDA CONTRA A DATA
      *==               PROMETIDA GRAVADA NO PEDIDO (PLG-PREVISTA DO
      *==               LOG): NO PRAZO = ENTREGUE ATE ELA. SO A LINHA
      *==               SEM DATA PROMETIDA (LOG ANTIGO OU SEM PRAZO NA
      *==               COTACAO) CAI NA REGRA ANTERIOR DOS DIAS UTEIS
      *==               CONTRA O PRAZO.CTL, QUE AGORA VEM DOS COPYBOOKS
      *==               PRZREG/PRZWS/PRZPR (LINHA COM A TRANSPORTADORA
      *==               EM BRANCO VALE PARA TODAS NA UF). OS DIAS UTEIS
      *==               PULAM TAMBEM OS FERIADOS ESTADUAIS DA UF
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== TRILHA DAS MARCACOES DE STATUS DO PEDSTAT
           SELECT PEDLOG ASSIGN
           TO "..\dados\PEDIDOS_STATUS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDLOG.

      *=== PRAZO PROMETIDO POR TRANSPORTADORA E UF (DIAS UTEIS)
           SELECT PRAZOCTL ASSIGN
           TO "..\dados\PRAZO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRAZOCTL.

      *=== PERCENTUAL NO PRAZO PARA A ESCOLHA DA TRANSPORTADORA
           SELECT DESEMPCTL ASSIGN
           TO "..\dados\DESEMPENHO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESEMPCTL.

      *=== RELATORIO DE DESEMPENHO
           SELECT RELATORIO ASSIGN
           TO "..\dados\DESEMPENHO_TRANSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  PEDLOG.
           COPY "PEDLOG.cpy".

       FD  PRAZOCTL.
           COPY "PRZREG.cpy".

       FD  DESEMPCTL.
       01  REG-DESEMPCTL.
           05  REG-DSP-TRANSP          PIC X(003).
           05  REG-DSP-UF              PIC X(002).
           05  REG-DSP-PERC            PIC 9(003)V99.
           05  REG-DSP-ENTREGAS        PIC 9(005).

       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE       SECTION.
       77  FS-PEDLOG            PIC 9(002) VALUE ZEROS.
       77  FS-DESEMPCTL         PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.

       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-DE          PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-ATE         PIC 9(008) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== PRAZOS PROMETIDOS (PRAZO.CTL, COPYBOOKS PRZWS/PRZPR)
       COPY "PRZWS.cpy".

      *=== PEDIDOS DO LOG, COM A ULTIMA DATA DE EMBARQUE, DE ENTREGA E
      *=== DE CANCELAMENTO DE CADA UM (ZERO = NAO HOUVE) E A ULTIMA
      *=== DATA PROMETIDA GRAVADA (ZERO = SEM PREVISAO)
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM     OCCURS 3000 TIMES.
               10  WRK-PED-ARQUIVO      PIC X(002).
               10  WRK-PED-NUMERO       PIC 9(006).
               10  WRK-PED-TRANSP       PIC X(003).
               10  WRK-PED-UF           PIC X(002).
               10  WRK-PED-DATA-E       PIC 9(008).
               10  WRK-PED-DATA-D       PIC 9(008).
               10  WRK-PED-DATA-X       PIC 9(008).
               10  WRK-PED-PREVISTA     PIC 9(008).
       77  WRK-QTD-PEDIDOS      PIC 9(004) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(004) VALUE ZEROS.
       77  WRK-NUM-PEDIDO       PIC 9(004) VALUE ZEROS.

      *=== ACUMULADOS POR TRANSPORTADORA + UF, EM ORDEM DA CHAVE
       01  WRK-TAB-GRUPOS.
           05  WRK-GRP-ITEM     OCCURS 300 TIMES.
               10  WRK-GRP-CHAVE.
                   15  WRK-GRP-TRANSP   PIC X(003).
                   15  WRK-GRP-UF       PIC X(002).
               10  WRK-GRP-EMBARQUES    PIC 9(005).
               10  WRK-GRP-ENTREGUES    PIC 9(005).
               10  WRK-GRP-SOMA-DIAS    PIC 9(007).
               10  WRK-GRP-COM-PRAZO    PIC 9(005).
               10  WRK-GRP-NO-PRAZO     PIC 9(005).
               10  WRK-GRP-SEM-PRAZO    PIC 9(005).
               10  WRK-GRP-CANCELADOS   PIC 9(005).
       77  WRK-QTD-GRUPOS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-GRP          PIC 9(003) VALUE ZEROS.
       77  WRK-NUM-GRUPO        PIC 9(003) VALUE ZEROS.
       77  WRK-IND-MOVE         PIC 9(003) VALUE ZEROS.
       01  WRK-CHAVE-BUSCA.
           05  WRK-BUSCA-TRANSP PIC X(003).
           05  WRK-BUSCA-UF     PIC X(002).

      *=== TOTAL DA TRANSPORTADORA (SOMA DAS UFS) NO RELATORIO
       01  WRK-TOTAL-TRANSP.
           05  WRK-TOT-TRANSP       PIC X(003).
           05  WRK-TOT-EMBARQUES    PIC 9(005).
           05  WRK-TOT-ENTREGUES    PIC 9(005).
           05  WRK-TOT-SOMA-DIAS    PIC 9(007).
           05  WRK-TOT-COM-PRAZO    PIC 9(005).
           05  WRK-TOT-NO-PRAZO     PIC 9(005).
           05  WRK-TOT-SEM-PRAZO    PIC 9(005).
           05  WRK-TOT-CANCELADOS   PIC 9(005).

      *=== VALORES DA LINHA A IMPRIMIR (GRUPO OU TOTAL)
       01  WRK-VALORES-LINHA.
           05  WRK-VAL-EMBARQUES    PIC 9(005).
           05  WRK-VAL-ENTREGUES    PIC 9(005).
           05  WRK-VAL-SOMA-DIAS    PIC 9(007).
           05  WRK-VAL-COM-PRAZO    PIC 9(005).
           05  WRK-VAL-NO-PRAZO     PIC 9(005).
           05  WRK-VAL-SEM-PRAZO    PIC 9(005).
           05  WRK-VAL-CANCELADOS   PIC 9(005).
       77  WRK-SEM-EMBARQUE     PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-CTL          PIC 9(003) VALUE ZEROS.

      *=== CONTAGEM DE DIAS UTEIS DO EMBARQUE A ENTREGA (PROG019)
       77  WRK-DIAS-UTEIS       PIC 9(004) VALUE ZEROS.
       01  WRK-DATA-ATUAL.
           05 WRK-ATU-ANO      PIC 9(004).
           05 WRK-ATU-MES      PIC 9(002).
           05 WRK-ATU-DIA      PIC 9(002).

      *=== TOTAL DE DIAS DE CADA MES, ASSUMINDO ANO NAO BISSEXTO
      *=== (FEVEREIRO AJUSTADO PARA 29 NO BISSEXTO), TABELA DO PROG016
       01  WRK-TAB-DIAS-MES.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 28.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
           05 FILLER       PIC 9(002)  VALUE 30.
           05 FILLER       PIC 9(002)  VALUE 31.
       01  WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-MES OCCURS 12 TIMES.
           05 DIAS-MES     PIC 9(002).

       77  WRK-BISSEXTO         PIC X(001) VALUE "N".
           88  ANO-BISSEXTO                VALUE "S".
       77  WRK-RESTO-4          PIC 9(003) VALUE ZEROS.
       77  WRK-RESTO-100        PIC 9(003) VALUE ZEROS.
       77  WRK-RESTO-400        PIC 9(003) VALUE ZEROS.
       77  WRK-TOTAL-DIAS-MES   PIC 9(002) VALUE ZEROS.

      *=== PARAMETROS DA CHAMADA AO DATAMES (VER PROG017/PROG019)
       77  WRK-DATA-PARM        PIC X(040) VALUE SPACES.
       77  WRK-DIA-UTIL         PIC X(001) VALUE SPACES.
           88  DIA-UTIL                    VALUE "S".

      *=== LINHA DO RELATORIO E CAMPOS EDITADOS
       77  WRK-REG-RELATORIO    PIC X(100) VALUE SPACES.
       77  WRK-PERC             PIC 9(003)V99 VALUE ZEROS.
       77  WRK-MEDIA            PIC 9(004)V9 VALUE ZEROS.
       77  WRK-QTD-ED           PIC ZZZZ9 VALUE ZEROS.
       77  WRK-MEDIA-ED         PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-PERC-ED          PIC ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-PRAZOS.
           PERFORM 0300-LER-LOG.
           PERFORM 0400-APURAR.
           PERFORM 0500-RELATORIO.
           PERFORM 0600-FINALIZAR.
           STOP RUN.

      *=== PERIODO: DATA INICIAL ZERO = DESDE O INICIO DO LOG, DATA
      *=== FINAL ZERO = HOJE
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = DESDE O INICIO): ".
           ACCEPT WRK-DATA-DE.
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-ATE.
           IF WRK-DATA-ATE EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-ATE
           END-IF.
           IF WRK-DATA-DE GREATER WRK-DATA-ATE
               DISPLAY "DATA INICIAL DEPOIS DA FINAL - ENCERRANDO"
               STOP RUN
           END-IF.

      *=== CARREGA OS PRAZOS PROMETIDOS; SEM PRAZO.CTL SO A ENTREGA
      *=== COM DATA PROMETIDA GRAVADA ENTRA NO PERCENTUAL NO PRAZO
       0200-CARREGAR-PRAZOS  SECTION.
           PERFORM 9700-CARREGAR-PRAZOS.
           IF WRK-QTD-PRAZOS EQUAL ZEROS
               DISPLAY "AVISO: PRAZO.CTL AUSENTE OU VAZIO - SO A "
                       "ENTREGA COM DATA PROMETIDA ENTRA NO "
                       "PERCENTUAL NO PRAZO"
           END-IF.

      *=== LE O LOG INTEIRO E GUARDA, POR PEDIDO, A ULTIMA DATA DE CADA
      *=== MARCACAO (UMA CORRECAO NO PEDSTAT VALE POR CIMA DA ANTERIOR)
       0300-LER-LOG          SECTION.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           OPEN INPUT PEDLOG.
           IF FS-PEDLOG NOT EQUAL 00
               DISPLAY "PEDIDOS_STATUS.LOG NAO FOI ABERTO - FS "
                       FS-PEDLOG " - NENHUMA MARCACAO A MEDIR"
               STOP RUN
           END-IF.
           READ PEDLOG.
           PERFORM UNTIL FS-PEDLOG NOT EQUAL 00
               PERFORM 0310-LOCALIZAR-PEDIDO
               IF WRK-NUM-PEDIDO EQUAL ZEROS
                   IF WRK-QTD-PEDIDOS EQUAL 3000
                       DISPLAY "MAIS DE 3000 PEDIDOS NO LOG - "
                               "RELATORIO RECUSADO"
                       CLOSE PEDLOG
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-PEDIDOS
                   MOVE WRK-QTD-PEDIDOS TO WRK-NUM-PEDIDO
                   MOVE PLG-ARQUIVO TO WRK-PED-ARQUIVO(WRK-NUM-PEDIDO)
                   MOVE PLG-PEDIDO  TO WRK-PED-NUMERO(WRK-NUM-PEDIDO)
                   MOVE "---"       TO WRK-PED-TRANSP(WRK-NUM-PEDIDO)
                   MOVE ZEROS       TO WRK-PED-DATA-E(WRK-NUM-PEDIDO)
                                       WRK-PED-DATA-D(WRK-NUM-PEDIDO)
                                       WRK-PED-DATA-X(WRK-NUM-PEDIDO)
                                     WRK-PED-PREVISTA(WRK-NUM-PEDIDO)
               END-IF
               IF PLG-TRANSP NOT EQUAL SPACES
                   MOVE PLG-TRANSP TO WRK-PED-TRANSP(WRK-NUM-PEDIDO)
               END-IF
               MOVE PLG-UF TO WRK-PED-UF(WRK-NUM-PEDIDO)
      *=== LINHA ANTIGA, SEM A DATA PROMETIDA, NAO APAGA A JA LIDA
               IF PLG-PREVISTA NUMERIC
                  AND PLG-PREVISTA GREATER ZEROS
                   MOVE PLG-PREVISTA
                     TO WRK-PED-PREVISTA(WRK-NUM-PEDIDO)
               END-IF
               EVALUATE TRUE
                   WHEN PLG-EMBARQUE
                       MOVE PLG-DATA TO WRK-PED-DATA-E(WRK-NUM-PEDIDO)
                   WHEN PLG-ENTREGA
                       MOVE PLG-DATA TO WRK-PED-DATA-D(WRK-NUM-PEDIDO)
                   WHEN PLG-CANCELAMENTO
                       MOVE PLG-DATA TO WRK-PED-DATA-X(WRK-NUM-PEDIDO)
               END-EVALUATE
               READ PEDLOG
           END-PERFORM.
           CLOSE PEDLOG.

      *=== PROCURA O PEDIDO DA LINHA DO LOG NA TABELA; DEVOLVE A
      *=== POSICAO EM WRK-NUM-PEDIDO (ZERO = PRIMEIRA VEZ)
       0310-LOCALIZAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                        OR WRK-NUM-PEDIDO NOT EQUAL ZEROS
               IF WRK-PED-ARQUIVO(WRK-IND-PED) EQUAL PLG-ARQUIVO
                  AND WRK-PED-NUMERO(WRK-IND-PED) EQUAL PLG-PEDIDO
                   MOVE WRK-IND-PED TO WRK-NUM-PEDIDO
               END-IF
           END-PERFORM.

      *=== ACUMULA CADA PEDIDO NA SUA TRANSPORTADORA + UF PELAS DATAS
      *=== QUE CAEM NO PERIODO
       0400-APURAR           SECTION.
           MOVE ZEROS TO WRK-QTD-GRUPOS.
           MOVE ZEROS TO WRK-SEM-EMBARQUE.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               PERFORM 0410-APURAR-PEDIDO
           END-PERFORM.

       0410-APURAR-PEDIDO    SECTION.
           MOVE WRK-PED-TRANSP(WRK-IND-PED) TO WRK-BUSCA-TRANSP.
           MOVE WRK-PED-UF(WRK-IND-PED)     TO WRK-BUSCA-UF.

           IF WRK-PED-DATA-E(WRK-IND-PED) NOT LESS WRK-DATA-DE
              AND WRK-PED-DATA-E(WRK-IND-PED) NOT GREATER WRK-DATA-ATE
              AND WRK-PED-DATA-E(WRK-IND-PED) NOT EQUAL ZEROS
               PERFORM 0420-LOCALIZAR-GRUPO
               ADD 1 TO WRK-GRP-EMBARQUES(WRK-NUM-GRUPO)
           END-IF.

           IF WRK-PED-DATA-X(WRK-IND-PED) NOT LESS WRK-DATA-DE
              AND WRK-PED-DATA-X(WRK-IND-PED) NOT GREATER WRK-DATA-ATE
              AND WRK-PED-DATA-X(WRK-IND-PED) NOT EQUAL ZEROS
               PERFORM 0420-LOCALIZAR-GRUPO
               ADD 1 TO WRK-GRP-CANCELADOS(WRK-NUM-GRUPO)
           END-IF.

           IF WRK-PED-DATA-D(WRK-IND-PED) NOT LESS WRK-DATA-DE
              AND WRK-PED-DATA-D(WRK-IND-PED) NOT GREATER WRK-DATA-ATE
              AND WRK-PED-DATA-D(WRK-IND-PED) NOT EQUAL ZEROS
               IF WRK-PED-DATA-E(WRK-IND-PED) EQUAL ZEROS
                  OR WRK-PED-DATA-E(WRK-IND-PED) GREATER
                     WRK-PED-DATA-D(WRK-IND-PED)
                   ADD 1 TO WRK-SEM-EMBARQUE
               ELSE
                   PERFORM 0420-LOCALIZAR-GRUPO
                   PERFORM 0430-MEDIR-ENTREGA
               END-IF
           END-IF.

      *=== DEVOLVE EM WRK-NUM-GRUPO O GRUPO DE WRK-CHAVE-BUSCA,
      *=== CRIANDO-O NA POSICAO CERTA DA ORDEM QUANDO E NOVO
       0420-LOCALIZAR-GRUPO  SECTION.
           MOVE ZEROS TO WRK-NUM-GRUPO.
           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1
                     UNTIL WRK-IND-GRP GREATER WRK-QTD-GRUPOS
                        OR WRK-NUM-GRUPO NOT EQUAL ZEROS
               IF WRK-GRP-CHAVE(WRK-IND-GRP) NOT LESS WRK-CHAVE-BUSCA
                   MOVE WRK-IND-GRP TO WRK-NUM-GRUPO
               END-IF
           END-PERFORM.
           IF WRK-NUM-GRUPO EQUAL ZEROS
               PERFORM 0425-CRIAR-GRUPO
           ELSE
           IF WRK-GRP-CHAVE(WRK-NUM-GRUPO) NOT EQUAL WRK-CHAVE-BUSCA
               PERFORM 0425-CRIAR-GRUPO
           END-IF
           END-IF.

      *=== ABRE O GRUPO NOVO EM WRK-NUM-GRUPO (ZERO = NO FIM),
      *=== EMPURRANDO OS SEGUINTES 1 POSICAO PARA BAIXO
       0425-CRIAR-GRUPO      SECTION.
           IF WRK-QTD-GRUPOS EQUAL 300
               DISPLAY "MAIS DE 300 TRANSPORTADORAS/UF NO PERIODO - "
                       "RELATORIO RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-NUM-GRUPO EQUAL ZEROS
               ADD 1 TO WRK-QTD-GRUPOS
               MOVE WRK-QTD-GRUPOS TO WRK-NUM-GRUPO
           ELSE
               PERFORM VARYING WRK-IND-MOVE FROM WRK-QTD-GRUPOS BY -1
                         UNTIL WRK-IND-MOVE LESS WRK-NUM-GRUPO
                   MOVE WRK-GRP-ITEM(WRK-IND-MOVE)
                     TO WRK-GRP-ITEM(WRK-IND-MOVE + 1)
               END-PERFORM
               ADD 1 TO WRK-QTD-GRUPOS
           END-IF.
           MOVE WRK-CHAVE-BUSCA TO WRK-GRP-CHAVE(WRK-NUM-GRUPO).
           MOVE ZEROS TO WRK-GRP-EMBARQUES(WRK-NUM-GRUPO)
                         WRK-GRP-ENTREGUES(WRK-NUM-GRUPO)
                         WRK-GRP-SOMA-DIAS(WRK-NUM-GRUPO)
                         WRK-GRP-COM-PRAZO(WRK-NUM-GRUPO)
                         WRK-GRP-NO-PRAZO(WRK-NUM-GRUPO)
                         WRK-GRP-SEM-PRAZO(WRK-NUM-GRUPO)
                         WRK-GRP-CANCELADOS(WRK-NUM-GRUPO).

      *=== CONTA OS DIAS UTEIS DO EMBARQUE (EXCLUSIVE) A ENTREGA
      *=== (INCLUSIVE) E CONFRONTA COM A DATA PROMETIDA DO PEDIDO OU,
      *=== SEM ELA, COM OS DIAS DO PRAZO.CTL
       0430-MEDIR-ENTREGA    SECTION.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE WRK-PED-DATA-E(WRK-IND-PED) TO WRK-DATA-ATUAL.
           PERFORM 0440-AVANCAR-UM-DIA.
           PERFORM UNTIL WRK-DATA-ATUAL GREATER
                         WRK-PED-DATA-D(WRK-IND-PED)
               PERFORM 0460-VERIFICAR-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO WRK-DIAS-UTEIS
               END-IF
               PERFORM 0440-AVANCAR-UM-DIA
           END-PERFORM.

           ADD 1              TO WRK-GRP-ENTREGUES(WRK-NUM-GRUPO).
           ADD WRK-DIAS-UTEIS TO WRK-GRP-SOMA-DIAS(WRK-NUM-GRUPO).
           IF WRK-PED-PREVISTA(WRK-IND-PED) GREATER ZEROS
               ADD 1 TO WRK-GRP-COM-PRAZO(WRK-NUM-GRUPO)
               IF WRK-PED-DATA-D(WRK-IND-PED) NOT GREATER
                  WRK-PED-PREVISTA(WRK-IND-PED)
                   ADD 1 TO WRK-GRP-NO-PRAZO(WRK-NUM-GRUPO)
               END-IF
           ELSE
           PERFORM 0470-LOCALIZAR-PRAZO
           IF PRAZO-ACHADO
               ADD 1 TO WRK-GRP-COM-PRAZO(WRK-NUM-GRUPO)
               IF WRK-DIAS-UTEIS NOT GREATER WRK-PRAZO-DIAS
                   ADD 1 TO WRK-GRP-NO-PRAZO(WRK-NUM-GRUPO)
               END-IF
           ELSE
               ADD 1 TO WRK-GRP-SEM-PRAZO(WRK-NUM-GRUPO)
           END-IF
           END-IF.

      *=== AVANCA WRK-DATA-ATUAL EM 1 DIA, VIRANDO MES E ANO QUANDO O
      *=== DIA PASSA DO TOTAL DO MES (PROG019/PROG016)
       0440-AVANCAR-UM-DIA   SECTION.
           PERFORM 0450-VERIFICAR-BISSEXTO.
           MOVE DIAS-MES(WRK-ATU-MES) TO WRK-TOTAL-DIAS-MES.
           IF WRK-ATU-MES EQUAL 02 AND ANO-BISSEXTO
               MOVE 29 TO WRK-TOTAL-DIAS-MES
           END-IF.

           ADD 1 TO WRK-ATU-DIA.
           IF WRK-ATU-DIA GREATER WRK-TOTAL-DIAS-MES
               MOVE 1 TO WRK-ATU-DIA
               ADD 1 TO WRK-ATU-MES
               IF WRK-ATU-MES GREATER 12
                   MOVE 1 TO WRK-ATU-MES
                   ADD 1 TO WRK-ATU-ANO
               END-IF
           END-IF.

      *=== WRK-ATU-ANO E BISSEXTO QUANDO DIVISIVEL POR 4 E NAO POR
      *=== 100, OU QUANDO DIVISIVEL POR 400 (PROG016)
       0450-VERIFICAR-BISSEXTO SECTION.
           MOVE "N" TO WRK-BISSEXTO.
           COMPUTE WRK-RESTO-4   = FUNCTION MOD(WRK-ATU-ANO, 4).
           COMPUTE WRK-RESTO-100 = FUNCTION MOD(WRK-ATU-ANO, 100).
           COMPUTE WRK-RESTO-400 = FUNCTION MOD(WRK-ATU-ANO, 400).
           IF WRK-RESTO-400 EQUAL ZEROS
               MOVE "S" TO WRK-BISSEXTO
           ELSE
               IF WRK-RESTO-4 EQUAL ZEROS
                  AND WRK-RESTO-100 NOT EQUAL ZEROS
                   MOVE "S" TO WRK-BISSEXTO
               END-IF
           END-IF.

      *=== PERGUNTA AO DATAMES SE WRK-DATA-ATUAL E DIA UTIL NA UF DO
      *=== DESTINO
       0460-VERIFICAR-DIA-UTIL SECTION.
           MOVE SPACES         TO WRK-DATA-PARM.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-PARM(1:8).
           MOVE WRK-PED-UF(WRK-IND-PED) TO WRK-DATA-PARM(9:2).
           CALL "DATAMES" USING WRK-DATA-PARM WRK-DIA-UTIL.

      *=== PRAZO PROMETIDO DA TRANSPORTADORA PARA A UF DO PEDIDO
       0470-LOCALIZAR-PRAZO  SECTION.
           MOVE WRK-BUSCA-TRANSP TO WRK-PRV-TRANSP.
           MOVE WRK-BUSCA-UF     TO WRK-PRV-UF.
           PERFORM 9710-LOCALIZAR-PRAZO.

      *=== RELATORIO: 1 LINHA POR TRANSPORTADORA + UF E O TOTAL DE
      *=== CADA TRANSPORTADORA
       0500-RELATORIO        SECTION.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY "DESEMPENHO_TRANSP.TXT NAO PODE SER CRIADO - FS "
                       FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "DESEMPENHO DAS TRANSPORTADORAS DE "
                                         DELIMITED BY SIZE
                  WRK-DATA-DE            DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  WRK-DATA-ATE           DELIMITED BY SIZE
                  " - EM "               DELIMITED BY SIZE
                  WRK-DATA-HOJE          DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE "TRANSP UF"         TO WRK-REG-RELATORIO.
           MOVE "EMBARQUES"         TO WRK-REG-RELATORIO(12:9).
           MOVE "ENTREGUES"         TO WRK-REG-RELATORIO(23:9).
           MOVE "MEDIA DIAS UTEIS"  TO WRK-REG-RELATORIO(34:16).
           MOVE "% NO PRAZO"        TO WRK-REG-RELATORIO(52:10).
           MOVE "SEM PRAZO"         TO WRK-REG-RELATORIO(64:9).
           MOVE "CANCELADOS"        TO WRK-REG-RELATORIO(75:10).
           PERFORM 0590-GRAVAR-LINHA.

           MOVE SPACES TO WRK-TOT-TRANSP.
           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1
                     UNTIL WRK-IND-GRP GREATER WRK-QTD-GRUPOS
               IF WRK-GRP-TRANSP(WRK-IND-GRP) NOT EQUAL WRK-TOT-TRANSP
                   IF WRK-TOT-TRANSP NOT EQUAL SPACES
                       PERFORM 0520-LINHA-TOTAL
                   END-IF
                   MOVE ZEROS TO WRK-TOTAL-TRANSP
                   MOVE WRK-GRP-TRANSP(WRK-IND-GRP) TO WRK-TOT-TRANSP
               END-IF
               PERFORM 0510-LINHA-GRUPO
               ADD WRK-GRP-EMBARQUES(WRK-IND-GRP)  TO WRK-TOT-EMBARQUES
               ADD WRK-GRP-ENTREGUES(WRK-IND-GRP)  TO WRK-TOT-ENTREGUES
               ADD WRK-GRP-SOMA-DIAS(WRK-IND-GRP)  TO WRK-TOT-SOMA-DIAS
               ADD WRK-GRP-COM-PRAZO(WRK-IND-GRP)  TO WRK-TOT-COM-PRAZO
               ADD WRK-GRP-NO-PRAZO(WRK-IND-GRP)   TO WRK-TOT-NO-PRAZO
               ADD WRK-GRP-SEM-PRAZO(WRK-IND-GRP)  TO WRK-TOT-SEM-PRAZO
               ADD WRK-GRP-CANCELADOS(WRK-IND-GRP) TO WRK-TOT-CANCELADOS
           END-PERFORM.
           IF WRK-TOT-TRANSP NOT EQUAL SPACES
               PERFORM 0520-LINHA-TOTAL
           END-IF.

           MOVE SPACES TO WRK-REG-RELATORIO.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "PEDIDOS NO LOG........................ "
                                         DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS        DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "ENTREGAS SEM O EMBARQUE NO LOG........ "
                                         DELIMITED BY SIZE
                  WRK-SEM-EMBARQUE       DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           CLOSE RELATORIO.

           DISPLAY "==================================".
           DISPLAY "PEDIDOS NO LOG......... " WRK-QTD-PEDIDOS.
           DISPLAY "TRANSPORTADORAS/UF..... " WRK-QTD-GRUPOS.
           DISPLAY "ENTREGAS SEM EMBARQUE.. " WRK-SEM-EMBARQUE.
           DISPLAY "RELATORIO EM ..\dados\DESEMPENHO_TRANSP.TXT".

      *=== LINHA DO GRUPO WRK-IND-GRP
       0510-LINHA-GRUPO      SECTION.
           MOVE SPACES TO WRK-REG-RELATORIO.
           MOVE WRK-GRP-TRANSP(WRK-IND-GRP) TO WRK-REG-RELATORIO(1:3).
           MOVE WRK-GRP-UF(WRK-IND-GRP)     TO WRK-REG-RELATORIO(8:2).
           MOVE WRK-GRP-EMBARQUES(WRK-IND-GRP)  TO WRK-VAL-EMBARQUES.
           MOVE WRK-GRP-ENTREGUES(WRK-IND-GRP)  TO WRK-VAL-ENTREGUES.
           MOVE WRK-GRP-SOMA-DIAS(WRK-IND-GRP)  TO WRK-VAL-SOMA-DIAS.
           MOVE WRK-GRP-COM-PRAZO(WRK-IND-GRP)  TO WRK-VAL-COM-PRAZO.
           MOVE WRK-GRP-NO-PRAZO(WRK-IND-GRP)   TO WRK-VAL-NO-PRAZO.
           MOVE WRK-GRP-SEM-PRAZO(WRK-IND-GRP)  TO WRK-VAL-SEM-PRAZO.
           MOVE WRK-GRP-CANCELADOS(WRK-IND-GRP) TO WRK-VAL-CANCELADOS.
           PERFORM 0530-MONTAR-VALORES.
           PERFORM 0590-GRAVAR-LINHA.

      *=== TOTAL DA TRANSPORTADORA WRK-TOT-TRANSP, SEGUIDO DE 1 LINHA
      *=== EM BRANCO
       0520-LINHA-TOTAL      SECTION.
           MOVE SPACES TO WRK-REG-RELATORIO.
           MOVE WRK-TOT-TRANSP  TO WRK-REG-RELATORIO(1:3).
           MOVE "TOTAL"         TO WRK-REG-RELATORIO(5:5).
           MOVE WRK-TOT-EMBARQUES  TO WRK-VAL-EMBARQUES.
           MOVE WRK-TOT-ENTREGUES  TO WRK-VAL-ENTREGUES.
           MOVE WRK-TOT-SOMA-DIAS  TO WRK-VAL-SOMA-DIAS.
           MOVE WRK-TOT-COM-PRAZO  TO WRK-VAL-COM-PRAZO.
           MOVE WRK-TOT-NO-PRAZO   TO WRK-VAL-NO-PRAZO.
           MOVE WRK-TOT-SEM-PRAZO  TO WRK-VAL-SEM-PRAZO.
           MOVE WRK-TOT-CANCELADOS TO WRK-VAL-CANCELADOS.
           PERFORM 0530-MONTAR-VALORES.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           PERFORM 0590-GRAVAR-LINHA.

      *=== COLUNAS NUMERICAS DA LINHA A PARTIR DE WRK-VALORES-LINHA;
      *=== SEM ENTREGA MEDIDA OU SEM PRAZO, A MEDIA E O PERCENTUAL
      *=== SAEM COMO "-"
       0530-MONTAR-VALORES   SECTION.
           MOVE WRK-VAL-EMBARQUES TO WRK-QTD-ED.
           MOVE WRK-QTD-ED        TO WRK-REG-RELATORIO(16:5).
           MOVE WRK-VAL-ENTREGUES TO WRK-QTD-ED.
           MOVE WRK-QTD-ED        TO WRK-REG-RELATORIO(27:5).
           IF WRK-VAL-ENTREGUES GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-VAL-SOMA-DIAS / WRK-VAL-ENTREGUES
               MOVE WRK-MEDIA    TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-ED TO WRK-REG-RELATORIO(44:6)
           ELSE
               MOVE "-"          TO WRK-REG-RELATORIO(49:1)
           END-IF.
           IF WRK-VAL-COM-PRAZO GREATER ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   WRK-VAL-NO-PRAZO * 100 / WRK-VAL-COM-PRAZO
               MOVE WRK-PERC     TO WRK-PERC-ED
               MOVE WRK-PERC-ED  TO WRK-REG-RELATORIO(56:6)
           ELSE
               MOVE "-"          TO WRK-REG-RELATORIO(61:1)
           END-IF.
           MOVE WRK-VAL-SEM-PRAZO  TO WRK-QTD-ED.
           MOVE WRK-QTD-ED         TO WRK-REG-RELATORIO(68:5).
           MOVE WRK-VAL-CANCELADOS TO WRK-QTD-ED.
           MOVE WRK-QTD-ED         TO WRK-REG-RELATORIO(80:5).

       0590-GRAVAR-LINHA     SECTION.
           MOVE WRK-REG-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *=== CONFIRMADO, O PERCENTUAL NO PRAZO DE CADA TRANSPORTADORA +
      *=== UF COM PRAZO E ENTREGA NO PERIODO SUBSTITUI O DESEMPENHO.CTL
      *=== USADO PELO LOTE DO PROGRAMA10/11
       0600-FINALIZAR        SECTION.
           DISPLAY "ATUALIZAR O DESEMPENHO.CTL DA ESCOLHA DA "
                   "TRANSPORTADORA COM ESTE PERIODO (S/N): ".
           ACCEPT WRK-CONFIRMA.
           IF CONFIRMADO
               PERFORM 0610-GRAVAR-DESEMPENHO
           ELSE
               DISPLAY "DESEMPENHO.CTL INTOCADO"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       0610-GRAVAR-DESEMPENHO SECTION.
           OPEN OUTPUT DESEMPCTL.
           IF FS-DESEMPCTL NOT EQUAL 00
               DISPLAY "DESEMPENHO.CTL NAO PODE SER GRAVADO - FS "
                       FS-DESEMPCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-CTL.
           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1
                     UNTIL WRK-IND-GRP GREATER WRK-QTD-GRUPOS
               IF WRK-GRP-COM-PRAZO(WRK-IND-GRP) GREATER ZEROS
                  AND WRK-GRP-TRANSP(WRK-IND-GRP) NOT EQUAL "---"
                   MOVE WRK-GRP-TRANSP(WRK-IND-GRP) TO REG-DSP-TRANSP
                   MOVE WRK-GRP-UF(WRK-IND-GRP)     TO REG-DSP-UF
                   COMPUTE REG-DSP-PERC ROUNDED =
                       WRK-GRP-NO-PRAZO(WRK-IND-GRP) * 100
                       / WRK-GRP-COM-PRAZO(WRK-IND-GRP)
                   MOVE WRK-GRP-COM-PRAZO(WRK-IND-GRP)
                     TO REG-DSP-ENTREGAS
                   WRITE REG-DESEMPCTL
                   ADD 1 TO WRK-QTD-CTL
               END-IF
           END-PERFORM.
           CLOSE DESEMPCTL.
           DISPLAY "DESEMPENHO.CTL GRAVADO - LINHAS: " WRK-QTD-CTL.

       COPY "PRZPR.cpy".
