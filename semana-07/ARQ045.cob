       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ045.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONSULTA AO ARQUIVO MORTO GRAVADO PELO ARQ044:
      *==            ACHA UMA FATURA, UM PEDIDO (PEDIDOS10 OU 11) OU
      *==            UMA RESERVA PELO NUMERO E MOSTRA O REGISTRO COMO
      *==            ESTAVA QUANDO SAIU DO ARQUIVO VIVO, COM O NOME DO
      *==            ARQUIVO MORTO ONDE ESTA
      *==  DATA: 03/09/2025
      *==  OBSERVACOES: OS ARQUIVOS MORTOS SAO BASE_AAAA.ARQ NA PASTA DO
      *==               ARQUIVO VIVO (CAMINHOS PELO ARQUIVOS.CTL, COMO
      *==               NO ARQ044). COM O ANO INFORMADO SO AQUELE ANO E
      *==               LIDO; COM ANO ZERO SAO LIDOS OS ULTIMOS 15 ANOS,
      *==               DO MAIS NOVO PARA O MAIS VELHO. O QUE AINDA ESTA
      *==               NO ARQUIVO VIVO SE CONSULTA NO PROPRIO BALCAO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== ARQUIVO MORTO DO ANO EM LEITURA
           SELECT HISTORICO ASSIGN
           TO WRK-HIST-PATH
               FILE STATUS IS FS-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
      *=== COPIA PLANA DO REGISTRO ARQUIVADO, NO LAYOUT DO VIVO
       FD  HISTORICO.
       01  REG-HISTORICO        PIC X(205).

       WORKING-STORAGE       SECTION.
       77  FS-HISTORICO         PIC 9(002) VALUE ZEROS.
       77  WRK-HIST-PATH        PIC X(060) VALUE SPACES.

      *=== ARQUIVOS VIVOS QUE TEM ARQUIVO MORTO: NOME LOGICO + CAMINHO
      *=== PADRAO, CONFIGURAVEIS PELO ARQUIVOS.CTL (VER 9090)
       01  WRK-TAB-ARQUIVOS.
           05  FILLER               PIC X(060) VALUE
               "CONTAS_RECEBER.DAT  ..\dados\CONTAS_RECEBER.DAT".
           05  FILLER               PIC X(060) VALUE
               "PEDIDOS10.DAT       ..\dados\PEDIDOS10.DAT".
           05  FILLER               PIC X(060) VALUE
               "PEDIDOS11.DAT       ..\dados\PEDIDOS11.DAT".
           05  FILLER               PIC X(060) VALUE
               "RESERVAS.DAT        ..\dados\RESERVAS.DAT".
       01  WRK-TAB-ARQUIVOS-R REDEFINES WRK-TAB-ARQUIVOS.
           05  WRK-ARQ-ITEM     OCCURS 4 TIMES.
               10  WRK-ARQ-NOME     PIC X(020).
               10  WRK-ARQ-CAMINHO  PIC X(040).
       77  WRK-QTD-ARQUIVOS     PIC 9(002) VALUE 4.
       77  WRK-IND-ARQ          PIC 9(002) VALUE ZEROS.

      *=== O QUE PROCURAR: 1-FATURA / 2-PEDIDO / 3-RESERVA
       77  WRK-TIPO             PIC X(001) VALUE SPACE.
           88  TIPO-FATURA                 VALUE "1".
           88  TIPO-PEDIDO                 VALUE "2".
           88  TIPO-RESERVA                VALUE "3".
       77  WRK-NUMERO           PIC 9(006) VALUE ZEROS.
       77  WRK-ANO-INFORMADO    PIC 9(004) VALUE ZEROS.

      *=== ANOS A LER: DO MAIS NOVO (WRK-ANO-INICIAL) PARA TRAS
       77  WRK-ANOS-BUSCA       PIC 9(002) VALUE 15.
       77  WRK-ANO-INICIAL      PIC 9(004) VALUE ZEROS.
       77  WRK-ANO-FINAL        PIC 9(004) VALUE ZEROS.
       77  WRK-ANO              PIC 9(004) VALUE ZEROS.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *=== POSICAO DO NUMERO NO REGISTRO (1 NA FATURA E NA RESERVA, 70
      *=== NO PEDIDOS10, 71 NO PEDIDOS11) E DO STATUS DO PEDIDO (47/48)
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-STATUS       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-FRETE        PIC 9(003) VALUE ZEROS.
       77  WRK-NUMERO-LIDO      PIC X(006) VALUE SPACES.

       77  WRK-NOME-BASE        PIC X(020) VALUE SPACES.
       77  WRK-POS-BARRA        PIC 9(002) VALUE ZEROS.
       77  WRK-IND-POS          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TRE          PIC 9(002) VALUE ZEROS.
       77  WRK-ACHADOS          PIC 9(003) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PED-VALOR        PIC X(010) VALUE SPACES.
       77  WRK-PED-VALOR-N REDEFINES WRK-PED-VALOR
                                PIC 9(008)V99.

      *=== VISOES DO REGISTRO ACHADO NOS LAYOUTS DOS ARQUIVOS VIVOS
           COPY "FATREG.cpy".
           COPY "RESREG.cpy".

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ045" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           IF TIPO-FATURA OR TIPO-PEDIDO OR TIPO-RESERVA
               PERFORM 0200-PROCURAR
           ELSE
               DISPLAY "TIPO INVALIDO - NADA PROCURADO"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ045" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "PROCURAR (1-FATURA / 2-PEDIDO / 3-RESERVA): ".
           ACCEPT WRK-TIPO.
           DISPLAY "NUMERO: ".
           ACCEPT WRK-NUMERO.
           DISPLAY "ANO DO ARQUIVAMENTO (0000 = ULTIMOS "
                   WRK-ANOS-BUSCA " ANOS): ".
           ACCEPT WRK-ANO-INFORMADO.

           IF WRK-ANO-INFORMADO EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-INICIAL
               COMPUTE WRK-ANO-FINAL =
                   WRK-ANO-INICIAL - WRK-ANOS-BUSCA + 1
           ELSE
               MOVE WRK-ANO-INFORMADO TO WRK-ANO-INICIAL
               MOVE WRK-ANO-INFORMADO TO WRK-ANO-FINAL
           END-IF.

      *=== LE OS ARQUIVOS MORTOS DO TIPO PEDIDO, ANO A ANO; O PEDIDO
      *=== PROCURA NOS DOIS ARQUIVOS DE PEDIDOS
       0200-PROCURAR         SECTION.
           MOVE ZEROS TO WRK-ACHADOS.
           EVALUATE TRUE
               WHEN TIPO-FATURA
                   MOVE 1 TO WRK-IND-ARQ
                   PERFORM 0210-PROCURAR-ARQUIVO
               WHEN TIPO-PEDIDO
                   MOVE 2 TO WRK-IND-ARQ
                   PERFORM 0210-PROCURAR-ARQUIVO
                   MOVE 3 TO WRK-IND-ARQ
                   PERFORM 0210-PROCURAR-ARQUIVO
               WHEN TIPO-RESERVA
                   MOVE 4 TO WRK-IND-ARQ
                   PERFORM 0210-PROCURAR-ARQUIVO
           END-EVALUATE.

           IF WRK-ACHADOS EQUAL ZEROS
               DISPLAY "NUMERO " WRK-NUMERO " NAO ENCONTRADO NO "
                       "ARQUIVO MORTO DE " WRK-ANO-FINAL " A "
                       WRK-ANO-INICIAL
               MOVE 4 TO RETURN-CODE
           END-IF.

       0210-PROCURAR-ARQUIVO SECTION.
           EVALUATE WRK-IND-ARQ
               WHEN 2
                   MOVE 70  TO WRK-POS-NUMERO
                   MOVE 47  TO WRK-POS-STATUS
                   MOVE 124 TO WRK-POS-FRETE
               WHEN 3
                   MOVE 71  TO WRK-POS-NUMERO
                   MOVE 48  TO WRK-POS-STATUS
                   MOVE 125 TO WRK-POS-FRETE
               WHEN OTHER
                   MOVE 1   TO WRK-POS-NUMERO
           END-EVALUATE.

           PERFORM VARYING WRK-ANO FROM WRK-ANO-INICIAL BY -1
                     UNTIL WRK-ANO LESS WRK-ANO-FINAL
               PERFORM 0220-LER-ANO
           END-PERFORM.

      *=== LE O ARQUIVO MORTO DO ANO WRK-ANO; ANO SEM ARQUIVAMENTO NAO
      *=== TEM ARQUIVO E E PULADO
       0220-LER-ANO          SECTION.
           PERFORM 0230-MONTAR-NOME.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO EQUAL 00
               READ HISTORICO
               PERFORM UNTIL FS-HISTORICO NOT EQUAL 00
                   MOVE REG-HISTORICO(WRK-POS-NUMERO:6)
                     TO WRK-NUMERO-LIDO
                   IF WRK-NUMERO-LIDO IS NUMERIC
                      AND WRK-NUMERO-LIDO EQUAL WRK-NUMERO
                       ADD 1 TO WRK-ACHADOS
                       PERFORM 0240-MOSTRAR-REGISTRO
                   END-IF
                   READ HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

      *=== BASE_AAAA.ARQ NA PASTA DO ARQUIVO VIVO (MESMA MONTAGEM DO
      *=== ARQ044)
       0230-MONTAR-NOME      SECTION.
           MOVE ZEROS TO WRK-POS-BARRA.
           PERFORM VARYING WRK-IND-POS FROM 1 BY 1
                     UNTIL WRK-IND-POS GREATER 40
               IF WRK-ARQ-CAMINHO(WRK-IND-ARQ)(WRK-IND-POS:1)
                  EQUAL "\"
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
                      WRK-ANO              DELIMITED BY SIZE
                      ".ARQ"               DELIMITED BY SIZE
                      INTO WRK-HIST-PATH
               END-STRING
           ELSE
               STRING WRK-ARQ-CAMINHO(WRK-IND-ARQ)(1:WRK-POS-BARRA)
                                           DELIMITED BY SIZE
                      WRK-NOME-BASE        DELIMITED BY SPACE
                      "_"                  DELIMITED BY SIZE
                      WRK-ANO              DELIMITED BY SIZE
                      ".ARQ"               DELIMITED BY SIZE
                      INTO WRK-HIST-PATH
               END-STRING
           END-IF.

       0240-MOSTRAR-REGISTRO SECTION.
           DISPLAY "==== ENCONTRADO EM " WRK-HIST-PATH.
           EVALUATE TRUE
               WHEN TIPO-FATURA
                   PERFORM 0250-MOSTRAR-FATURA
               WHEN TIPO-PEDIDO
                   PERFORM 0260-MOSTRAR-PEDIDO
               WHEN TIPO-RESERVA
                   PERFORM 0270-MOSTRAR-RESERVA
           END-EVALUATE.

       0250-MOSTRAR-FATURA   SECTION.
           MOVE REG-HISTORICO TO REG-RECEBER.
           DISPLAY "FATURA......... " FAT-NUMERO.
           DISPLAY "CLIENTE........ " FAT-CLIENTE " ("
                   FAT-TIPO-CLI FAT-CLI-ID ")".
           MOVE FAT-VALOR TO WRK-VALOR-ED.
           DISPLAY "VALOR.......... " WRK-VALOR-ED.
           DISPLAY "EMISSAO........ " FAT-EMISSAO
                   "  VENCIMENTO " FAT-VENCIMENTO.
           DISPLAY "STATUS......... " FAT-STATUS
                   " (L-LIQUIDADA / C-CANCELADA / R-RENEGOCIADA)".
           MOVE FAT-VALOR-PAGO TO WRK-VALOR-ED.
           DISPLAY "PAGAMENTO...... " FAT-DATA-PGTO " " WRK-VALOR-ED.
           IF FAT-NFSE-NUMERO IS NUMERIC
              AND FAT-NFSE-NUMERO GREATER ZEROS
               DISPLAY "NFS-E.......... " FAT-NFSE-NUMERO " DE "
                       FAT-NFSE-DATA
           END-IF.

       0260-MOSTRAR-PEDIDO   SECTION.
           DISPLAY "PEDIDO......... "
                   REG-HISTORICO(WRK-POS-NUMERO:6) " ("
                   WRK-ARQ-NOME(WRK-IND-ARQ) ")".
           DISPLAY "PRODUTO........ " REG-HISTORICO(1:30).
           MOVE REG-HISTORICO(31:10) TO WRK-PED-VALOR.
           IF WRK-PED-VALOR IS NUMERIC
               MOVE WRK-PED-VALOR-N TO WRK-VALOR-ED
               DISPLAY "VALOR.......... " WRK-VALOR-ED
           END-IF.
           DISPLAY "UF............. " REG-HISTORICO(41:2)
                   "  CLIENTE " REG-HISTORICO(WRK-POS-NUMERO - 6:6).
           DISPLAY "STATUS......... "
                   REG-HISTORICO(WRK-POS-STATUS:1) " EM "
                   REG-HISTORICO(WRK-POS-STATUS + 1:8)
                   " (D-ENTREGUE / X-CANCELADO)".
           MOVE REG-HISTORICO(WRK-POS-FRETE:10) TO WRK-PED-VALOR.
           IF WRK-PED-VALOR IS NUMERIC
               MOVE WRK-PED-VALOR-N TO WRK-VALOR-ED
               DISPLAY "FRETE.......... " WRK-VALOR-ED
                       "  FATURA "
                       REG-HISTORICO(WRK-POS-FRETE + 30:6)
           END-IF.

       0270-MOSTRAR-RESERVA  SECTION.
           MOVE REG-HISTORICO TO REG-RESERVA.
           DISPLAY "RESERVA........ " RES-NUMERO.
           DISPLAY "PASSAGEIRO..... " RES-PASSAGEIRO.
           MOVE RES-TOTAL TO WRK-VALOR-ED.
           DISPLAY "TOTAL.......... " WRK-VALOR-ED.
           DISPLAY "STATUS......... " RES-STATUS
                   " (C-CONFIRMADA / X-CANCELADA)  PEDIDA EM "
                   RES-DATA-PEDIDO.
           IF RES-QTD-TRECHOS IS NUMERIC
              AND RES-QTD-TRECHOS NOT GREATER 8
               PERFORM VARYING WRK-IND-TRE FROM 1 BY 1
                         UNTIL WRK-IND-TRE GREATER RES-QTD-TRECHOS
                   DISPLAY "TRECHO " WRK-IND-TRE "...... "
                           RES-TRE-DESTINO(WRK-IND-TRE) " EM "
                           RES-TRE-DATA(WRK-IND-TRE)
               END-PERFORM
           END-IF.
           IF RESERVA-CANCELADA
               DISPLAY "CANCELADA EM... " RES-DATA-CANCEL
           END-IF.

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                     UNTIL WRK-IND-ARQ GREATER WRK-QTD-ARQUIVOS
               MOVE WRK-ARQ-NOME(WRK-IND-ARQ)    TO CFG-ARQUIVO
               MOVE WRK-ARQ-CAMINHO(WRK-IND-ARQ) TO CFG-CAMINHO
               CALL "ARQCFG" USING WRK-CFG-PARM
               MOVE CFG-CAMINHO TO WRK-ARQ-CAMINHO(WRK-IND-ARQ)
           END-PERFORM.
