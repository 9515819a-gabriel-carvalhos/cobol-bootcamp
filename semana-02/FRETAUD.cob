       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETAUD.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: AUDITORIA DA FATURA MENSAL DA TRANSPORTADORA
      *==            CONTRA O QUE FOI COTADO E EMBARCADO: A FATURA
      *==            CHEGAVA E ERA PAGA SEM CONFERENCIA. O PROGRAMA LE
      *==            O ARQUIVO DA TRANSPORTADORA
      *==            (FATURA_TRANSP_TTT.TXT, 1 LINHA POR EMBARQUE),
      *==            CASA CADA LINHA COM O PEDIDO PELO NUMERO EM
      *==            PEDIDOS10.DAT/PEDIDOS11.DAT (TRANSPORTADORA E
      *==            VALORES GRAVADOS PELA COTACAO DO PROGRAMA10/11) E
      *==            APONTA O EMBARQUE COBRADO QUE NAO FOI ENVIADO POR
      *==            ELA, O COBRADO 2 VEZES (NA MESMA FATURA OU JA
      *==            PAGO NUMA FATURA ANTERIOR) E O VALOR ACIMA DA
      *==            COTACAO ALEM DA TOLERANCIA. SAI O RELATORIO DE
      *==            CONTESTACAO DA TRANSPORTADORA
      *==            (AUDITORIA_TRANSP_TTT.TXT) COM O VALOR APROVADO
      *==            PARA PAGAMENTO
      *==  DATA: 21/07/2025
      *==  OBSERVACOES: LAYOUT DA LINHA DA TRANSPORTADORA: CODIGO(3) +
      *==               NUMERO DA FATURA(10) + PEDIDO(6) + DATA DO
      *==               EMBARQUE AAAAMMDD(8) + VALOR COBRADO 9(8)V99.
      *==               A COTACAO DO PEDIDO E FRETE + SEGURO + TAXA DE
      *==               COD (OS 3 COBRADOS PELA TRANSPORTADORA); ACIMA
      *==               DA TOLERANCIA APROVA-SE O VALOR COTADO E A
      *==               DIFERENCA VAI PARA A CONTESTACAO. PEDIDO SEM
      *==               OS VALORES DA COTACAO (COTADO ANTES DE ELES
      *==               SEREM GRAVADOS) VAI INTEIRO PARA A CONTESTACAO,
      *==               PARA CONFERIR NA MAO. CONFIRMADO O PAGAMENTO,
      *==               AS LINHAS APROVADAS VAO PARA FRETE_AUDITADO.DAT
      *==               (SO CRESCE), QUE E O QUE PEGA A COBRANCA
      *==               REPETIDA NOS MESES SEGUINTES; FATURA JA
      *==               AUDITADA NAO E AUDITADA DE NOVO
      *==  ALTERACOES
      *==  25/07/2025 GC: O PEDIDO GANHA NO FIM A DATA PROMETIDA DE
      *==               ENTREGA (VER PROGRAMA10/11 E PEDSTAT); A LINHA
      *==               CRUA ACOMPANHA
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

      *=== FATURA MENSAL ENVIADA PELA TRANSPORTADORA
           SELECT FATTRANSP ASSIGN
           TO WRK-PATH-FATURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATTRANSP.

      *=== EMBARQUES JA AUDITADOS E APROVADOS (SO CRESCE)
           SELECT AUDITADO ASSIGN
           TO "..\dados\FRETE_AUDITADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITADO.

      *=== RELATORIO DE CONTESTACAO DA TRANSPORTADORA
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE                  SECTION.
      *=== A LINHA CRUA DO PEDIDO (167 POSICOES NO PEDIDOS10, 168 NO
      *=== PEDIDOS11)
       FD  PEDIDOS.
       01  REG-PEDIDO                  PIC X(168).

       FD  FATTRANSP.
       01  REG-FATTRANSP.
           05  REG-FTR-TRANSP          PIC X(003).
           05  REG-FTR-FATURA          PIC X(010).
           05  REG-FTR-PEDIDO          PIC X(006).
           05  REG-FTR-DATA            PIC X(008).
           05  REG-FTR-VALOR           PIC 9(008)V99.

      *=== TRANSPORTADORA + FATURA DELA + PEDIDO + VALOR COBRADO +
      *=== VALOR APROVADO + DATA DA AUDITORIA
       FD  AUDITADO.
       01  REG-AUDITADO.
           05  REG-AUD-TRANSP          PIC X(003).
           05  REG-AUD-FATURA          PIC X(010).
           05  REG-AUD-PEDIDO          PIC 9(006).
           05  REG-AUD-COBRADO         PIC 9(008)V99.
           05  REG-AUD-APROVADO        PIC 9(008)V99.
           05  REG-AUD-DATA            PIC 9(008).

       FD  RELATORIO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE       SECTION.
       77  FS-PEDIDOS           PIC 9(002) VALUE ZEROS.
       77  FS-FATTRANSP         PIC 9(002) VALUE ZEROS.
       77  FS-AUDITADO          PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.

       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-TRANSP           PIC X(003) VALUE SPACES.
       77  WRK-TOLERANCIA       PIC 9(002) VALUE ZEROS.
       77  WRK-PATH-PEDIDOS     PIC X(040) VALUE SPACES.
       77  WRK-PATH-FATURA      PIC X(040) VALUE SPACES.
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE SPACES.

      *=== QUAL ARQUIVO DE PEDIDOS ESTA SENDO LIDO: 1-PEDIDOS10 /
      *=== 2-PEDIDOS11 (COM A COLUNA DE COBERTURA)
       77  WRK-ARQUIVO          PIC X(001) VALUE SPACES.
           88  ARQ-PEDIDOS10               VALUE "1".
           88  ARQ-PEDIDOS11               VALUE "2".

      *=== POSICAO DO NUMERO DO PEDIDO NA LINHA (70 NO PEDIDOS10, 71
      *=== NO PEDIDOS11): O STATUS FICA 23 POSICOES ANTES, A
      *=== TRANSPORTADORA 9 ANTES E OS VALORES DA COTACAO 54 DEPOIS
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.
       01  WRK-COTACAO-LIDA.
           05  WRK-CTC-FRETE        PIC 9(008)V99.
           05  WRK-CTC-SEGURO       PIC 9(008)V99.
           05  WRK-CTC-TAXA-COD     PIC 9(008)V99.

      *=== PEDIDOS DOS 2 ARQUIVOS, SO O QUE A AUDITORIA USA
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM     OCCURS 400 TIMES.
               10  WRK-PED-NUMERO       PIC X(006).
               10  WRK-PED-TRANSP       PIC X(003).
               10  WRK-PED-STATUS       PIC X(001).
                   88  PED-EMBARCADO               VALUE "E" "D".
               10  WRK-PED-TEM-COTACAO  PIC X(001).
                   88  PED-COM-COTACAO             VALUE "S".
               10  WRK-PED-COTADO       PIC 9(008)V99.
       77  WRK-QTD-PEDIDOS      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-NUM-PEDIDO       PIC 9(003) VALUE ZEROS.

      *=== PEDIDOS DESTA TRANSPORTADORA JA APROVADOS EM AUDITORIAS
      *=== ANTERIORES
       01  WRK-TAB-AUDITADOS.
           05  WRK-AUD-ITEM     OCCURS 3000 TIMES.
               10  WRK-AUD-FATURA       PIC X(010).
               10  WRK-AUD-PEDIDO       PIC 9(006).
       77  WRK-QTD-AUDITADOS    PIC 9(004) VALUE ZEROS.
       77  WRK-IND-AUD          PIC 9(004) VALUE ZEROS.

      *=== LINHAS DA FATURA DA TRANSPORTADORA, COM O RESULTADO DA
      *=== AUDITORIA DE CADA UMA
       01  WRK-TAB-LINHAS.
           05  WRK-LIN-ITEM     OCCURS 500 TIMES.
               10  WRK-LIN-FATURA       PIC X(010).
               10  WRK-LIN-PEDIDO       PIC X(006).
               10  WRK-LIN-DATA         PIC X(008).
               10  WRK-LIN-COBRADO      PIC 9(008)V99.
               10  WRK-LIN-COTADO       PIC 9(008)V99.
               10  WRK-LIN-APROVADO     PIC 9(008)V99.
               10  WRK-LIN-MOTIVO       PIC X(030).
       77  WRK-QTD-LINHAS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-LIN          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ANT          PIC 9(003) VALUE ZEROS.
       77  WRK-FATURA-AUDITADA  PIC X(001) VALUE "N".
           88  FATURA-JA-AUDITADA          VALUE "S".
       77  WRK-DUPLICADA        PIC X(001) VALUE "N".
           88  LINHA-DUPLICADA             VALUE "S".
       77  WRK-LIMITE-COTACAO   PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== TOTAIS DA AUDITORIA
       77  WRK-TOTAL-COBRADO    PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-APROVADO   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONTESTADO PIC 9(009)V99 VALUE ZEROS.
       77  WRK-QTD-NAO-ENVIADOS PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-DUPLICADOS   PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-ACIMA        PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-SEM-COTACAO  PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-APROVADAS    PIC 9(003) VALUE ZEROS.

       77  WRK-REG-RELATORIO    PIC X(100) VALUE SPACES.
       77  WRK-COBRADO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COTADO-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-APROVADO-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-PEDIDOS.
           PERFORM 0250-CARREGAR-AUDITADOS.
           PERFORM 0300-CARREGAR-FATURA.
           PERFORM 0400-AUDITAR.
           PERFORM 0500-RELATORIO.
           PERFORM 0600-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "TRANSPORTADORA (CODIGO DO TRANSP.CTL): ".
           ACCEPT WRK-TRANSP.
           IF WRK-TRANSP EQUAL SPACES
               DISPLAY "TRANSPORTADORA NAO INFORMADA - ENCERRANDO"
               STOP RUN
           END-IF.
           MOVE SPACES TO WRK-PATH-FATURA.
           STRING "..\dados\FATURA_TRANSP_" DELIMITED BY SIZE
                  WRK-TRANSP               DELIMITED BY SPACE
                  ".TXT"                   DELIMITED BY SIZE
                  INTO WRK-PATH-FATURA
           END-STRING.
           MOVE SPACES TO WRK-PATH-RELATORIO.
           STRING "..\dados\AUDITORIA_TRANSP_" DELIMITED BY SIZE
                  WRK-TRANSP                   DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
                  INTO WRK-PATH-RELATORIO
           END-STRING.

      *=== TOLERANCIA EM % SOBRE A COTACAO (0 = 2%)
           DISPLAY "TOLERANCIA SOBRE A COTACAO EM % (0 = 2): ".
           ACCEPT WRK-TOLERANCIA.
           IF WRK-TOLERANCIA EQUAL ZEROS
               MOVE 2 TO WRK-TOLERANCIA
           END-IF.

      *=== CARREGA OS 2 ARQUIVOS DE PEDIDOS; ARQUIVO QUE NAO EXISTE E
      *=== SO AVISADO
       0200-CARREGAR-PEDIDOS SECTION.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE "1" TO WRK-ARQUIVO.
           PERFORM 0210-LER-ARQUIVO.
           MOVE "2" TO WRK-ARQUIVO.
           PERFORM 0210-LER-ARQUIVO.
           IF WRK-QTD-PEDIDOS EQUAL ZEROS
               DISPLAY "NENHUM PEDIDO CARREGADO - TODAS AS LINHAS "
                       "SERAO CONTESTADAS"
           END-IF.

      *=== LE O ARQUIVO WRK-ARQUIVO INTEIRO PARA A TABELA
       0210-LER-ARQUIVO      SECTION.
           IF ARQ-PEDIDOS10
               MOVE "..\dados\PEDIDOS10.DAT" TO WRK-PATH-PEDIDOS
               MOVE 70 TO WRK-POS-NUMERO
           ELSE
               MOVE "..\dados\PEDIDOS11.DAT" TO WRK-PATH-PEDIDOS
               MOVE 71 TO WRK-POS-NUMERO
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               DISPLAY "AVISO: " WRK-PATH-PEDIDOS " NAO FOI ABERTO - "
                       "FS " FS-PEDIDOS
           ELSE
               READ PEDIDOS
               PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                   IF WRK-QTD-PEDIDOS EQUAL 400
                       DISPLAY "MAIS DE 400 PEDIDOS NOS ARQUIVOS - "
                               "AUDITORIA RECUSADA"
                       CLOSE PEDIDOS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 0215-GUARDAR-PEDIDO
                   READ PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

      *=== GUARDA O NUMERO, A TRANSPORTADORA, O STATUS E O TOTAL
      *=== COTADO DO PEDIDO LIDO
       0215-GUARDAR-PEDIDO   SECTION.
           ADD 1 TO WRK-QTD-PEDIDOS.
           MOVE REG-PEDIDO(WRK-POS-NUMERO:6)
             TO WRK-PED-NUMERO(WRK-QTD-PEDIDOS).
           MOVE REG-PEDIDO(WRK-POS-NUMERO - 9:3)
             TO WRK-PED-TRANSP(WRK-QTD-PEDIDOS).
           MOVE REG-PEDIDO(WRK-POS-NUMERO - 23:1)
             TO WRK-PED-STATUS(WRK-QTD-PEDIDOS).
           MOVE REG-PEDIDO(WRK-POS-NUMERO + 54:30) TO WRK-COTACAO-LIDA.
           IF WRK-CTC-FRETE NUMERIC
              AND WRK-CTC-SEGURO NUMERIC
              AND WRK-CTC-TAXA-COD NUMERIC
               MOVE "S" TO WRK-PED-TEM-COTACAO(WRK-QTD-PEDIDOS)
               COMPUTE WRK-PED-COTADO(WRK-QTD-PEDIDOS) =
                   WRK-CTC-FRETE + WRK-CTC-SEGURO + WRK-CTC-TAXA-COD
           ELSE
               MOVE "N"   TO WRK-PED-TEM-COTACAO(WRK-QTD-PEDIDOS)
               MOVE ZEROS TO WRK-PED-COTADO(WRK-QTD-PEDIDOS)
           END-IF.

      *=== PEDIDOS DESTA TRANSPORTADORA JA APROVADOS; SEM O ARQUIVO
      *=== (1A AUDITORIA) A TABELA FICA VAZIA
       0250-CARREGAR-AUDITADOS SECTION.
           MOVE ZEROS TO WRK-QTD-AUDITADOS.
           OPEN INPUT AUDITADO.
           IF FS-AUDITADO EQUAL 00
               READ AUDITADO
               PERFORM UNTIL FS-AUDITADO NOT EQUAL 00
                   IF REG-AUD-TRANSP EQUAL WRK-TRANSP
                       IF WRK-QTD-AUDITADOS EQUAL 3000
                           DISPLAY "HISTORICO DA TRANSPORTADORA COM "
                                   "MAIS DE 3000 EMBARQUES - "
                                   "AUDITORIA RECUSADA"
                           CLOSE AUDITADO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-QTD-AUDITADOS
                       MOVE REG-AUD-FATURA
                         TO WRK-AUD-FATURA(WRK-QTD-AUDITADOS)
                       MOVE REG-AUD-PEDIDO
                         TO WRK-AUD-PEDIDO(WRK-QTD-AUDITADOS)
                   END-IF
                   READ AUDITADO
               END-PERFORM
               CLOSE AUDITADO
           END-IF.

      *=== CARREGA A FATURA DA TRANSPORTADORA; FATURA QUE JA CONSTA
      *=== DO HISTORICO NAO E AUDITADA DE NOVO
       0300-CARREGAR-FATURA  SECTION.
           OPEN INPUT FATTRANSP.
           IF FS-FATTRANSP NOT EQUAL 00
               DISPLAY WRK-PATH-FATURA " NAO FOI ABERTO - FS "
                       FS-FATTRANSP " - NADA A AUDITAR"
               STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE "N" TO WRK-FATURA-AUDITADA.
           READ FATTRANSP.
           PERFORM UNTIL FS-FATTRANSP NOT EQUAL 00
               IF WRK-QTD-LINHAS EQUAL 500
                   DISPLAY "FATURA COM MAIS DE 500 LINHAS - "
                           "AUDITORIA RECUSADA"
                   CLOSE FATTRANSP
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF REG-FTR-TRANSP NOT EQUAL WRK-TRANSP
                   DISPLAY "AVISO: LINHA DE OUTRA TRANSPORTADORA ("
                           REG-FTR-TRANSP ") - IGNORADA"
               ELSE
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE REG-FTR-FATURA TO WRK-LIN-FATURA(WRK-QTD-LINHAS)
                   MOVE REG-FTR-PEDIDO TO WRK-LIN-PEDIDO(WRK-QTD-LINHAS)
                   MOVE REG-FTR-DATA   TO WRK-LIN-DATA(WRK-QTD-LINHAS)
                   IF REG-FTR-VALOR NUMERIC
                       MOVE REG-FTR-VALOR
                         TO WRK-LIN-COBRADO(WRK-QTD-LINHAS)
                   ELSE
                       MOVE ZEROS TO WRK-LIN-COBRADO(WRK-QTD-LINHAS)
                   END-IF
                   PERFORM VARYING WRK-IND-AUD FROM 1 BY 1
                             UNTIL WRK-IND-AUD GREATER WRK-QTD-AUDITADOS
                       IF WRK-AUD-FATURA(WRK-IND-AUD) EQUAL
                          REG-FTR-FATURA
                           MOVE "S" TO WRK-FATURA-AUDITADA
                       END-IF
                   END-PERFORM
               END-IF
               READ FATTRANSP
           END-PERFORM.
           CLOSE FATTRANSP.
           IF FATURA-JA-AUDITADA
               DISPLAY "FATURA DA TRANSPORTADORA " WRK-TRANSP
                       " JA FOI AUDITADA - VER FRETE_AUDITADO.DAT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-QTD-LINHAS EQUAL ZEROS
               DISPLAY "FATURA SEM LINHAS DA TRANSPORTADORA "
                       WRK-TRANSP " - NADA A AUDITAR"
               STOP RUN
           END-IF.

      *=== AUDITA LINHA A LINHA, NA ORDEM DA FATURA
       0400-AUDITAR          SECTION.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                     UNTIL WRK-IND-LIN GREATER WRK-QTD-LINHAS
               PERFORM 0410-AUDITAR-LINHA
               ADD WRK-LIN-COBRADO(WRK-IND-LIN)  TO WRK-TOTAL-COBRADO
               ADD WRK-LIN-APROVADO(WRK-IND-LIN) TO WRK-TOTAL-APROVADO
           END-PERFORM.
           COMPUTE WRK-TOTAL-CONTESTADO =
               WRK-TOTAL-COBRADO - WRK-TOTAL-APROVADO.

      *=== NAO ENVIADO (PEDIDO QUE NAO EXISTE, DE OUTRA TRANSPORTADORA
      *=== OU QUE NAO CONSTA COMO EMBARCADO/ENTREGUE), DUPLICADO, SEM
      *=== COTACAO PARA CONFERIR OU ACIMA DA COTACAO + TOLERANCIA
       0410-AUDITAR-LINHA    SECTION.
           MOVE ZEROS  TO WRK-LIN-COTADO(WRK-IND-LIN).
           MOVE ZEROS  TO WRK-LIN-APROVADO(WRK-IND-LIN).
           MOVE SPACES TO WRK-LIN-MOTIVO(WRK-IND-LIN).
           PERFORM 0420-LOCALIZAR-PEDIDO.
           PERFORM 0430-VERIFICAR-DUPLICADA.
           IF WRK-NUM-PEDIDO EQUAL ZEROS
               MOVE "PEDIDO NAO EXISTE" TO WRK-LIN-MOTIVO(WRK-IND-LIN)
               ADD 1 TO WRK-QTD-NAO-ENVIADOS
           ELSE
           IF WRK-PED-TRANSP(WRK-NUM-PEDIDO) NOT EQUAL WRK-TRANSP
               MOVE "ENVIADO POR OUTRA TRANSP."
                 TO WRK-LIN-MOTIVO(WRK-IND-LIN)
               ADD 1 TO WRK-QTD-NAO-ENVIADOS
           ELSE
           IF NOT PED-EMBARCADO(WRK-NUM-PEDIDO)
               MOVE "PEDIDO NAO EMBARCADO"
                 TO WRK-LIN-MOTIVO(WRK-IND-LIN)
               ADD 1 TO WRK-QTD-NAO-ENVIADOS
           ELSE
           IF LINHA-DUPLICADA
               MOVE "COBRADO EM DUPLICIDADE"
                 TO WRK-LIN-MOTIVO(WRK-IND-LIN)
               ADD 1 TO WRK-QTD-DUPLICADOS
           ELSE
           IF NOT PED-COM-COTACAO(WRK-NUM-PEDIDO)
               MOVE "SEM COTACAO - CONFERIR"
                 TO WRK-LIN-MOTIVO(WRK-IND-LIN)
               ADD 1 TO WRK-QTD-SEM-COTACAO
           ELSE
               MOVE WRK-PED-COTADO(WRK-NUM-PEDIDO)
                 TO WRK-LIN-COTADO(WRK-IND-LIN)
               COMPUTE WRK-LIMITE-COTACAO ROUNDED =
                   WRK-LIN-COTADO(WRK-IND-LIN)
                 + WRK-LIN-COTADO(WRK-IND-LIN) * WRK-TOLERANCIA / 100
               IF WRK-LIN-COBRADO(WRK-IND-LIN)
                  GREATER WRK-LIMITE-COTACAO
                   MOVE "ACIMA DA COTACAO"
                     TO WRK-LIN-MOTIVO(WRK-IND-LIN)
                   MOVE WRK-LIN-COTADO(WRK-IND-LIN)
                     TO WRK-LIN-APROVADO(WRK-IND-LIN)
                   ADD 1 TO WRK-QTD-ACIMA
               ELSE
                   MOVE WRK-LIN-COBRADO(WRK-IND-LIN)
                     TO WRK-LIN-APROVADO(WRK-IND-LIN)
                   ADD 1 TO WRK-QTD-APROVADAS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *=== PROCURA O PEDIDO DA LINHA; DEVOLVE A POSICAO NA TABELA EM
      *=== WRK-NUM-PEDIDO (ZERO = NAO ACHOU)
       0420-LOCALIZAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                        OR WRK-NUM-PEDIDO NOT EQUAL ZEROS
               IF WRK-PED-NUMERO(WRK-IND-PED)
                  EQUAL WRK-LIN-PEDIDO(WRK-IND-LIN)
                   MOVE WRK-IND-PED TO WRK-NUM-PEDIDO
               END-IF
           END-PERFORM.

      *=== O MESMO PEDIDO JA APROVADO NUMA LINHA ANTERIOR DESTA FATURA
      *=== OU NUMA AUDITORIA ANTERIOR
       0430-VERIFICAR-DUPLICADA SECTION.
           MOVE "N" TO WRK-DUPLICADA.
           PERFORM VARYING WRK-IND-ANT FROM 1 BY 1
                     UNTIL WRK-IND-ANT NOT LESS WRK-IND-LIN
               IF WRK-LIN-PEDIDO(WRK-IND-ANT)
                  EQUAL WRK-LIN-PEDIDO(WRK-IND-LIN)
                  AND WRK-LIN-APROVADO(WRK-IND-ANT) GREATER ZEROS
                   MOVE "S" TO WRK-DUPLICADA
               END-IF
           END-PERFORM.
           IF WRK-LIN-PEDIDO(WRK-IND-LIN) NUMERIC
               PERFORM VARYING WRK-IND-AUD FROM 1 BY 1
                         UNTIL WRK-IND-AUD GREATER WRK-QTD-AUDITADOS
                   IF WRK-AUD-PEDIDO(WRK-IND-AUD)
                      EQUAL WRK-LIN-PEDIDO(WRK-IND-LIN)
                       MOVE "S" TO WRK-DUPLICADA
                   END-IF
               END-PERFORM
           END-IF.

      *=== RELATORIO DE CONTESTACAO: AS LINHAS CONTESTADAS (TODAS AS
      *=== QUE NAO FORAM APROVADAS PELO VALOR COBRADO) E OS TOTAIS
       0500-RELATORIO        SECTION.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY WRK-PATH-RELATORIO " NAO PODE SER CRIADO - FS "
                       FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "AUDITORIA DA FATURA DA TRANSPORTADORA "
                                         DELIMITED BY SIZE
                  WRK-TRANSP             DELIMITED BY SIZE
                  " - FATURA "           DELIMITED BY SIZE
                  WRK-LIN-FATURA(1)      DELIMITED BY SIZE
                  " - EM "               DELIMITED BY SIZE
                  WRK-DATA-HOJE          DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "TOLERANCIA SOBRE A COTACAO: " DELIMITED BY SIZE
                  WRK-TOLERANCIA                 DELIMITED BY SIZE
                  "%"                            DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE "ITENS CONTESTADOS" TO WRK-REG-RELATORIO.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE "PEDIDO EMBARQUE"   TO WRK-REG-RELATORIO.
           MOVE "COBRADO"           TO WRK-REG-RELATORIO(23:7).
           MOVE "COTADO"            TO WRK-REG-RELATORIO(38:6).
           MOVE "APROVADO"          TO WRK-REG-RELATORIO(50:8).
           MOVE "MOTIVO"            TO WRK-REG-RELATORIO(59:6).
           PERFORM 0590-GRAVAR-LINHA.

           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                     UNTIL WRK-IND-LIN GREATER WRK-QTD-LINHAS
               IF WRK-LIN-MOTIVO(WRK-IND-LIN) NOT EQUAL SPACES
                   PERFORM 0510-LINHA-CONTESTADA
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-REG-RELATORIO.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "LINHAS DA FATURA......... " DELIMITED BY SIZE
                  WRK-QTD-LINHAS               DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "  APROVADAS.............. " DELIMITED BY SIZE
                  WRK-QTD-APROVADAS            DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "  NAO ENVIADAS........... " DELIMITED BY SIZE
                  WRK-QTD-NAO-ENVIADOS         DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "  EM DUPLICIDADE......... " DELIMITED BY SIZE
                  WRK-QTD-DUPLICADOS           DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "  ACIMA DA COTACAO....... " DELIMITED BY SIZE
                  WRK-QTD-ACIMA                DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "  SEM COTACAO............ " DELIMITED BY SIZE
                  WRK-QTD-SEM-COTACAO          DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-TOTAL-COBRADO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "TOTAL COBRADO............ " DELIMITED BY SIZE
                  WRK-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-TOTAL-CONTESTADO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "TOTAL CONTESTADO......... " DELIMITED BY SIZE
                  WRK-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-TOTAL-APROVADO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING "APROVADO PARA PAGAMENTO.. " DELIMITED BY SIZE
                  WRK-TOTAL-ED                 DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.
           CLOSE RELATORIO.

           DISPLAY "==================================".
           DISPLAY "LINHAS DA FATURA....... " WRK-QTD-LINHAS.
           DISPLAY "  APROVADAS............ " WRK-QTD-APROVADAS.
           DISPLAY "  NAO ENVIADAS......... " WRK-QTD-NAO-ENVIADOS.
           DISPLAY "  EM DUPLICIDADE....... " WRK-QTD-DUPLICADOS.
           DISPLAY "  ACIMA DA COTACAO..... " WRK-QTD-ACIMA.
           DISPLAY "  SEM COTACAO.......... " WRK-QTD-SEM-COTACAO.
           MOVE WRK-TOTAL-COBRADO TO WRK-TOTAL-ED.
           DISPLAY "TOTAL COBRADO.......... " WRK-TOTAL-ED.
           MOVE WRK-TOTAL-CONTESTADO TO WRK-TOTAL-ED.
           DISPLAY "TOTAL CONTESTADO....... " WRK-TOTAL-ED.
           MOVE WRK-TOTAL-APROVADO TO WRK-TOTAL-ED.
           DISPLAY "APROVADO PARA PAGAMENTO " WRK-TOTAL-ED.
           DISPLAY "RELATORIO EM " WRK-PATH-RELATORIO.

      *=== LINHA DO ITEM CONTESTADO WRK-IND-LIN
       0510-LINHA-CONTESTADA SECTION.
           MOVE WRK-LIN-COBRADO(WRK-IND-LIN)  TO WRK-COBRADO-ED.
           MOVE WRK-LIN-COTADO(WRK-IND-LIN)   TO WRK-COTADO-ED.
           MOVE WRK-LIN-APROVADO(WRK-IND-LIN) TO WRK-APROVADO-ED.
           MOVE SPACES TO WRK-REG-RELATORIO.
           STRING WRK-LIN-PEDIDO(WRK-IND-LIN) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-LIN-DATA(WRK-IND-LIN)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-COBRADO-ED              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-COTADO-ED               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-APROVADO-ED             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-LIN-MOTIVO(WRK-IND-LIN) DELIMITED BY SIZE
                  INTO WRK-REG-RELATORIO
           END-STRING.
           PERFORM 0590-GRAVAR-LINHA.

       0590-GRAVAR-LINHA     SECTION.
           MOVE WRK-REG-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *=== CONFIRMADO O PAGAMENTO, AS LINHAS APROVADAS VAO PARA O
      *=== HISTORICO (1A AUDITORIA CRIA O ARQUIVO)
       0600-FINALIZAR        SECTION.
           IF WRK-TOTAL-APROVADO GREATER ZEROS
               DISPLAY "CONFIRMA O PAGAMENTO APROVADO (S/N): "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   PERFORM 0610-GRAVAR-AUDITADOS
               ELSE
                   DISPLAY "PAGAMENTO NAO CONFIRMADO - HISTORICO "
                           "INTOCADO"
               END-IF
           END-IF.
           IF WRK-TOTAL-CONTESTADO GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       0610-GRAVAR-AUDITADOS SECTION.
           OPEN EXTEND AUDITADO.
           IF FS-AUDITADO EQUAL 35
               OPEN OUTPUT AUDITADO
           END-IF.
           IF FS-AUDITADO NOT EQUAL 00
               DISPLAY "FALHA AO ABRIR FRETE_AUDITADO.DAT - FS "
                       FS-AUDITADO " - HISTORICO NAO GRAVADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                         UNTIL WRK-IND-LIN GREATER WRK-QTD-LINHAS
                   IF WRK-LIN-APROVADO(WRK-IND-LIN) GREATER ZEROS
                       MOVE WRK-TRANSP TO REG-AUD-TRANSP
                       MOVE WRK-LIN-FATURA(WRK-IND-LIN)
                         TO REG-AUD-FATURA
                       MOVE WRK-LIN-PEDIDO(WRK-IND-LIN)
                         TO REG-AUD-PEDIDO
                       MOVE WRK-LIN-COBRADO(WRK-IND-LIN)
                         TO REG-AUD-COBRADO
                       MOVE WRK-LIN-APROVADO(WRK-IND-LIN)
                         TO REG-AUD-APROVADO
                       MOVE WRK-DATA-HOJE TO REG-AUD-DATA
                       WRITE REG-AUDITADO
                   END-IF
               END-PERFORM
               CLOSE AUDITADO
               DISPLAY "EMBARQUES APROVADOS GRAVADOS EM "
                       "FRETE_AUDITADO.DAT"
           END-IF.
