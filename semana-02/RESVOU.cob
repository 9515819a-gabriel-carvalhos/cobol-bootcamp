       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESVOU.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: VOUCHER E ROTEIRO DA RESERVA DE VIAGEM, PARA O
      *==            VIAJANTE TER POR ESCRITO O QUE O BALCAO LIA POR
      *==            TELEFONE: PASSAGEIRO, NUMERO E SITUACAO DA
      *==            RESERVA, CADA TRECHO NA ORDEM COM O NOME DO
      *==            DESTINO E A DATA POR EXTENSO (DATAFMT), IDA E
      *==            VOLTA, TOTAL, VALOR JA PAGO E OS TERMOS DA
      *==            POLITICA DE CANCELAMENTO. MODO 1 = 1 RESERVA
      *==            (VOUCHER_NNNNNN.TXT); MODO 2 = TODAS AS RESERVAS
      *==            CONFIRMADAS NO DIA (VOUCHERS_AAAAMMDD.TXT)
      *==  DATA: 06/08/2025
      *==  OBSERVACOES: SO LEITURA: RESERVAS.DAT, CIDADES.DAT (NOME DO
      *==               DESTINO; SEM NOME SAI SO O CODIGO), CANCELA.CTL
      *==               E O LIVRO DE CONTAS A RECEBER (VALOR PAGO, PELA
      *==               MESMA REGRA DO RESMANU: FATURAS DO SINAL E DO
      *==               SALDO MENOS O QUE FALTA RECEBER; CONFIRMADA SEM
      *==               FATURA CONTA COMO PAGA NO BALCAO)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== RESERVAS DE VIAGEM, SO LEITURA
           SELECT RESERVAS ASSIGN
           TO "..\dados\RESERVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS.

      *=== TABELA DE DESTINOS (SO O NOME DE CADA CODIGO)
           SELECT CIDADES ASSIGN
           TO "..\dados\CIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIDADES.

      *=== POLITICA DE CANCELAMENTO DO RESMANU, 1 LINHA POR FAIXA
           SELECT CANCELCTL ASSIGN
           TO "..\dados\CANCELA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CANCELCTL.

      *=== LIVRO DE CONTAS A RECEBER (FATURAS DO SINAL E DO SALDO)
           SELECT RECEBER ASSIGN
           TO "..\dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== VOUCHERS IMPRESSOS (1 RESERVA OU AS CONFIRMADAS NO DIA)
           SELECT VOUCHER ASSIGN
           TO WRK-VOUCHER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VOUCHER.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RESERVAS.
           COPY "RESREG.cpy".

       FD  CIDADES.
       01  REG-CIDADE.
           05  REG-CIDADE-COD          PIC X(002).
           05  REG-CIDADE-VALOR        PIC 9(004)V99.
           05  REG-CIDADE-NOME         PIC X(030).

       FD  CANCELCTL.
       01  REG-POLITICA.
           05  REG-POL-DIAS            PIC 9(003).
           05  REG-POL-PERC            PIC 9(003)V99.

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  VOUCHER.
       01  REG-VOUCHER                 PIC X(080).

       WORKING-STORAGE       SECTION.
       77  FS-RESERVAS          PIC 9(002) VALUE ZEROS.
       77  FS-CIDADES           PIC 9(002) VALUE ZEROS.
       77  FS-CANCELCTL         PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-VOUCHER           PIC 9(002) VALUE ZEROS.
       77  WRK-LIVRO-ABERTO     PIC X(001) VALUE "N".
           88  LIVRO-ABERTO                VALUE "S".

      *=== MODO: 1-UMA RESERVA / 2-CONFIRMADAS NO DIA
       77  WRK-MODO             PIC 9(001) VALUE ZEROS.
           88  MODO-UMA-RESERVA            VALUE 1.
           88  MODO-DO-DIA                 VALUE 2.
       77  WRK-NUM-RESERVA      PIC 9(006) VALUE ZEROS.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-LOTE        PIC 9(008) VALUE ZEROS.
       77  WRK-VOUCHER-PATH     PIC X(040) VALUE SPACES.
       77  WRK-ACHOU            PIC X(001) VALUE "N".
           88  RESERVA-ACHADA              VALUE "S".
       77  WRK-QTD-VOUCHERS     PIC 9(005) VALUE ZEROS.

      *=== NOMES DOS DESTINOS (CIDADES.DAT)
       01  WRK-TAB-CIDADES.
           05  WRK-CID-ITEM     OCCURS 50 TIMES.
               10  WRK-CID-COD      PIC X(002).
               10  WRK-CID-NOME     PIC X(030).
       77  WRK-QTD-CIDADES      PIC 9(002) VALUE ZEROS.
       77  WRK-IND-CIDADE       PIC 9(002) VALUE ZEROS.
       77  WRK-NOME-DESTINO     PIC X(030) VALUE SPACES.

      *=== POLITICA DE CANCELAMENTO, EM ORDEM DECRESCENTE DE DIAS
      *=== (A PRIMEIRA FAIXA QUE O CANCELAMENTO ALCANCA E A QUE VALE)
       01  WRK-TAB-POLITICA.
           05  WRK-POL-ITEM     OCCURS 20 TIMES.
               10  WRK-POL-DIAS         PIC 9(003).
               10  WRK-POL-PERC         PIC 9(003)V99.
       01  WRK-POL-TROCA.
           05  WRK-TRC-DIAS         PIC 9(003).
           05  WRK-TRC-PERC         PIC 9(003)V99.
       77  WRK-QTD-POLITICAS    PIC 9(002) VALUE ZEROS.
       77  WRK-IND-POL          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-POL-2        PIC 9(002) VALUE ZEROS.

      *=== VALOR PAGO DA RESERVA (REGRA DO RESMANU 0264)
       77  WRK-VALOR-PAGO       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VALOR-SALDO      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-PAGO-APURADO     PIC X(001) VALUE "S".
           88  PAGO-APURADO                VALUE "S".

      *=== PARAMETROS DA CHAMADA AO DATAFMT
       77  WRK-DATA-FMT         PIC X(010) VALUE SPACES.
       77  WRK-DATA-EXTENSO     PIC X(040) VALUE SPACES.
       77  WRK-DATA-ENTRADA     PIC X(008) VALUE SPACES.

      *=== CAMPOS EDITADOS E LINHA DO VOUCHER EM MONTAGEM
       77  WRK-STATUS-EXT       PIC X(010) VALUE SPACES.
       77  WRK-IND-TRECHO       PIC 9(001) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIAS-ED          PIC ZZ9 VALUE ZEROS.
       77  WRK-PERC-ED          PIC ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA-VOU        PIC X(080) VALUE SPACES.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "==== VOUCHER DA RESERVA DE VIAGEM ====".
           DISPLAY "MODO (1-UMA RESERVA / 2-CONFIRMADAS NO DIA): ".
           ACCEPT WRK-MODO.
           IF NOT MODO-UMA-RESERVA AND NOT MODO-DO-DIA
               DISPLAY "MODO INVALIDO - NENHUM VOUCHER EMITIDO"
               STOP RUN
           END-IF.

           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL 00
               DISPLAY "RESERVAS.DAT NAO PODE SER ABERTO - FS "
                       FS-RESERVAS
               STOP RUN
           END-IF.

      *=== NOMES DOS DESTINOS; SEM O ARQUIVO O VOUCHER SAI SO COM O
      *=== CODIGO
           MOVE ZEROS TO WRK-QTD-CIDADES.
           OPEN INPUT CIDADES.
           IF FS-CIDADES EQUAL 00
               READ CIDADES
               PERFORM UNTIL FS-CIDADES NOT EQUAL 00
                          OR WRK-QTD-CIDADES EQUAL 50
                   ADD 1 TO WRK-QTD-CIDADES
                   MOVE REG-CIDADE-COD
                     TO WRK-CID-COD(WRK-QTD-CIDADES)
                   MOVE REG-CIDADE-NOME
                     TO WRK-CID-NOME(WRK-QTD-CIDADES)
                   READ CIDADES
               END-PERFORM
               CLOSE CIDADES
           END-IF.

      *=== POLITICA DE CANCELAMENTO (MESMO FILTRO DO RESMANU: FAIXA COM
      *=== MAIS DE 100% E IGNORADA), ORDENADA POR DIAS DECRESCENTE
           MOVE ZEROS TO WRK-QTD-POLITICAS.
           OPEN INPUT CANCELCTL.
           IF FS-CANCELCTL EQUAL 00
               READ CANCELCTL
               PERFORM UNTIL FS-CANCELCTL NOT EQUAL 00
                          OR WRK-QTD-POLITICAS EQUAL 20
                   IF REG-POL-PERC NOT GREATER 100
                       ADD 1 TO WRK-QTD-POLITICAS
                       MOVE REG-POL-DIAS
                         TO WRK-POL-DIAS(WRK-QTD-POLITICAS)
                       MOVE REG-POL-PERC
                         TO WRK-POL-PERC(WRK-QTD-POLITICAS)
                   END-IF
                   READ CANCELCTL
               END-PERFORM
               CLOSE CANCELCTL
           END-IF.
           PERFORM VARYING WRK-IND-POL FROM 1 BY 1
                     UNTIL WRK-IND-POL NOT LESS WRK-QTD-POLITICAS
               PERFORM VARYING WRK-IND-POL-2 FROM WRK-IND-POL BY 1
                         UNTIL WRK-IND-POL-2 GREATER WRK-QTD-POLITICAS
                   IF WRK-POL-DIAS(WRK-IND-POL-2)
                      GREATER WRK-POL-DIAS(WRK-IND-POL)
                       MOVE WRK-POL-ITEM(WRK-IND-POL) TO WRK-POL-TROCA
                       MOVE WRK-POL-ITEM(WRK-IND-POL-2)
                         TO WRK-POL-ITEM(WRK-IND-POL)
                       MOVE WRK-POL-TROCA
                         TO WRK-POL-ITEM(WRK-IND-POL-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=== LIVRO DE CONTAS A RECEBER; SEM ELE, A RESERVA FATURADA SAI
      *=== SEM O VALOR PAGO
           OPEN INPUT RECEBER.
           IF FS-RECEBER EQUAL 00
               MOVE "S" TO WRK-LIVRO-ABERTO
           ELSE
               DISPLAY "AVISO: CONTAS_RECEBER.DAT NAO PODE SER ABERTO "
                       "- FS " FS-RECEBER " - VALOR PAGO NAO APURADO "
                       "NAS RESERVAS FATURADAS"
           END-IF.

       0200-PROCESSAR        SECTION.
           IF MODO-UMA-RESERVA
               PERFORM 0210-VOUCHER-DA-RESERVA
           ELSE
               PERFORM 0220-VOUCHERS-DO-DIA
           END-IF.

      *=== MODO 1: PROCURA A RESERVA PELO NUMERO E GRAVA O VOUCHER DELA
      *=== EM VOUCHER_NNNNNN.TXT
       0210-VOUCHER-DA-RESERVA SECTION.
           DISPLAY "NUMERO DA RESERVA: ".
           ACCEPT WRK-NUM-RESERVA.
           MOVE "N" TO WRK-ACHOU.
           READ RESERVAS.
           PERFORM UNTIL FS-RESERVAS NOT EQUAL 00
                      OR RESERVA-ACHADA
               IF RES-NUMERO EQUAL WRK-NUM-RESERVA
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   READ RESERVAS
               END-IF
           END-PERFORM.

           IF NOT RESERVA-ACHADA
               DISPLAY "RESERVA " WRK-NUM-RESERVA " NAO ENCONTRADA - "
                       "NENHUM VOUCHER EMITIDO"
           ELSE
               MOVE SPACES TO WRK-VOUCHER-PATH
               STRING "..\dados\VOUCHER_"  DELIMITED BY SIZE
                      WRK-NUM-RESERVA      DELIMITED BY SIZE
                      ".TXT"               DELIMITED BY SIZE
                      INTO WRK-VOUCHER-PATH
               END-STRING
               OPEN OUTPUT VOUCHER
               IF FS-VOUCHER NOT EQUAL 00
                   DISPLAY "AVISO: " WRK-VOUCHER-PATH
                           " NAO PODE SER CRIADO - FS " FS-VOUCHER
               ELSE
                   PERFORM 0250-GRAVAR-VOUCHER
                   CLOSE VOUCHER
               END-IF
           END-IF.

      *=== MODO 2: 1 VOUCHER POR RESERVA CONFIRMADA NA DATA PEDIDA
      *=== (ZERO = HOJE), TODOS EM VOUCHERS_AAAAMMDD.TXT
       0220-VOUCHERS-DO-DIA  SECTION.
           DISPLAY "DATA DA CONFIRMACAO (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-LOTE.
           IF WRK-DATA-LOTE EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-LOTE
           END-IF.

           MOVE SPACES TO WRK-VOUCHER-PATH.
           STRING "..\dados\VOUCHERS_"  DELIMITED BY SIZE
                  WRK-DATA-LOTE         DELIMITED BY SIZE
                  ".TXT"                DELIMITED BY SIZE
                  INTO WRK-VOUCHER-PATH
           END-STRING.
           OPEN OUTPUT VOUCHER.
           IF FS-VOUCHER NOT EQUAL 00
               DISPLAY "AVISO: " WRK-VOUCHER-PATH
                       " NAO PODE SER CRIADO - FS " FS-VOUCHER
           ELSE
               READ RESERVAS
               PERFORM UNTIL FS-RESERVAS NOT EQUAL 00
                   IF RESERVA-CONFIRMADA
                      AND RES-DATA-CONFIRMA NUMERIC
                      AND RES-DATA-CONFIRMA EQUAL WRK-DATA-LOTE
                       PERFORM 0250-GRAVAR-VOUCHER
                   END-IF
                   READ RESERVAS
               END-PERFORM
               CLOSE VOUCHER
               IF WRK-QTD-VOUCHERS EQUAL ZEROS
                   DISPLAY "NENHUMA RESERVA CONFIRMADA EM "
                           WRK-DATA-LOTE
               END-IF
           END-IF.

      *=== VOUCHER DA RESERVA EM REG-RESERVA: CABECALHO, ROTEIRO,
      *=== VALORES E TERMOS DO CANCELAMENTO
       0250-GRAVAR-VOUCHER   SECTION.
           EVALUATE TRUE
               WHEN RESERVA-CONFIRMADA
                   MOVE "CONFIRMADA" TO WRK-STATUS-EXT
               WHEN RESERVA-CANCELADA
                   MOVE "CANCELADA"  TO WRK-STATUS-EXT
               WHEN RESERVA-EM-ESPERA
                   MOVE "EM ESPERA"  TO WRK-STATUS-EXT
               WHEN OTHER
                   MOVE "SOLICITADA" TO WRK-STATUS-EXT
           END-EVALUATE.

           MOVE ALL "=" TO WRK-LINHA-VOU(1:70).
           PERFORM 0259-GRAVAR-LINHA-VOU.
           MOVE "XPTO VIAGENS - VOUCHER E ROTEIRO DE VIAGEM"
             TO WRK-LINHA-VOU.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           MOVE ALL "=" TO WRK-LINHA-VOU(1:70).
           PERFORM 0259-GRAVAR-LINHA-VOU.
           STRING "RESERVA: "        DELIMITED BY SIZE
                  RES-NUMERO         DELIMITED BY SIZE
                  "     SITUACAO: "  DELIMITED BY SIZE
                  WRK-STATUS-EXT     DELIMITED BY SIZE
                  INTO WRK-LINHA-VOU
           END-STRING.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           STRING "PASSAGEIRO: "     DELIMITED BY SIZE
                  RES-PASSAGEIRO     DELIMITED BY SIZE
                  INTO WRK-LINHA-VOU
           END-STRING.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           PERFORM 0258-DATA-POR-EXTENSO.
           STRING "EMITIDO EM: "     DELIMITED BY SIZE
                  WRK-DATA-EXTENSO   DELIMITED BY SIZE
                  INTO WRK-LINHA-VOU
           END-STRING.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           PERFORM 0259-GRAVAR-LINHA-VOU.

      *=== ROTEIRO: OS TRECHOS NA ORDEM DA RESERVA
           MOVE "ROTEIRO" TO WRK-LINHA-VOU.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           IF RES-QTD-TRECHOS NOT NUMERIC
               MOVE ZEROS TO RES-QTD-TRECHOS
           END-IF.
           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
               PERFORM 0252-GRAVAR-TRECHO
           END-PERFORM.
           IF RES-IDA-VOLTA EQUAL "S"
               MOVE "IDA E VOLTA: SIM" TO WRK-LINHA-VOU
           ELSE
               MOVE "IDA E VOLTA: NAO (SO IDA)" TO WRK-LINHA-VOU
           END-IF.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           PERFORM 0259-GRAVAR-LINHA-VOU.

           PERFORM 0254-GRAVAR-VALORES.
           PERFORM 0256-GRAVAR-POLITICA.
           MOVE ALL "=" TO WRK-LINHA-VOU(1:70).
           PERFORM 0259-GRAVAR-LINHA-VOU.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           ADD 1 TO WRK-QTD-VOUCHERS.
           DISPLAY "VOUCHER DA RESERVA " RES-NUMERO " - "
                   RES-PASSAGEIRO.

      *=== TRECHO WRK-IND-TRECHO: CODIGO E NOME DO DESTINO (DESTINO
      *=== SEM NOME FICA SO COM O CODIGO) E A DATA POR EXTENSO; DATA
      *=== INVALIDA SAI "A DEFINIR"
       0252-GRAVAR-TRECHO    SECTION.
           MOVE SPACES TO WRK-NOME-DESTINO.
           PERFORM VARYING WRK-IND-CIDADE FROM 1 BY 1
                     UNTIL WRK-IND-CIDADE GREATER WRK-QTD-CIDADES
               IF WRK-CID-COD(WRK-IND-CIDADE)
                  EQUAL RES-TRE-DESTINO(WRK-IND-TRECHO)
                  AND WRK-CID-NOME(WRK-IND-CIDADE) NOT EQUAL SPACES
                   MOVE WRK-CID-NOME(WRK-IND-CIDADE)
                     TO WRK-NOME-DESTINO
               END-IF
           END-PERFORM.
           IF RES-TRE-DATA(WRK-IND-TRECHO) NUMERIC
              AND RES-TRE-DATA(WRK-IND-TRECHO) GREATER ZEROS
               MOVE RES-TRE-DATA(WRK-IND-TRECHO) TO WRK-DATA-ENTRADA
               PERFORM 0258-DATA-POR-EXTENSO
           ELSE
               MOVE "A DEFINIR" TO WRK-DATA-EXTENSO
           END-IF.
           STRING "  TRECHO "        DELIMITED BY SIZE
                  WRK-IND-TRECHO     DELIMITED BY SIZE
                  ": "               DELIMITED BY SIZE
                  RES-TRE-DESTINO(WRK-IND-TRECHO)
                                     DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WRK-NOME-DESTINO   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-DATA-EXTENSO   DELIMITED BY SIZE
                  INTO WRK-LINHA-VOU
           END-STRING.
           PERFORM 0259-GRAVAR-LINHA-VOU.

      *=== TOTAL E VALOR PAGO; NA CONFIRMADA, O SALDO A PAGAR E O
      *=== VENCIMENTO DELE; NA CANCELADA, A MULTA E O REEMBOLSO
       0254-GRAVAR-VALORES   SECTION.
           MOVE RES-TOTAL TO WRK-VALOR-ED.
           STRING "VALOR TOTAL......: " DELIMITED BY SIZE
                  WRK-VALOR-ED          DELIMITED BY SIZE
                  INTO WRK-LINHA-VOU
           END-STRING.
           PERFORM 0259-GRAVAR-LINHA-VOU.

           IF RESERVA-CANCELADA
               IF RES-MULTA NOT NUMERIC
                   MOVE ZEROS TO RES-MULTA
               END-IF
               IF RES-REEMBOLSO NOT NUMERIC
                   MOVE ZEROS TO RES-REEMBOLSO
               END-IF
               MOVE RES-MULTA TO WRK-VALOR-ED
               STRING "MULTA RETIDA.....: " DELIMITED BY SIZE
                      WRK-VALOR-ED          DELIMITED BY SIZE
                      INTO WRK-LINHA-VOU
               END-STRING
               PERFORM 0259-GRAVAR-LINHA-VOU
               MOVE RES-REEMBOLSO TO WRK-VALOR-ED
               STRING "REEMBOLSO........: " DELIMITED BY SIZE
                      WRK-VALOR-ED          DELIMITED BY SIZE
                      INTO WRK-LINHA-VOU
               END-STRING
               PERFORM 0259-GRAVAR-LINHA-VOU
           ELSE
               PERFORM 0255-APURAR-PAGO
               IF NOT PAGO-APURADO
                   STRING "VALOR PAGO.......: NAO APURADO "
                                                DELIMITED BY SIZE
                          "(LIVRO DE CONTAS A RECEBER INDISPONIVEL)"
                                                DELIMITED BY SIZE
                          INTO WRK-LINHA-VOU
                   END-STRING
                   PERFORM 0259-GRAVAR-LINHA-VOU
               ELSE
                   MOVE WRK-VALOR-PAGO TO WRK-VALOR-ED
                   STRING "VALOR PAGO.......: " DELIMITED BY SIZE
                          WRK-VALOR-ED          DELIMITED BY SIZE
                          INTO WRK-LINHA-VOU
                   END-STRING
                   PERFORM 0259-GRAVAR-LINHA-VOU
                   MOVE ZEROS TO WRK-VALOR-SALDO
                   IF RES-TOTAL GREATER WRK-VALOR-PAGO
                       COMPUTE WRK-VALOR-SALDO =
                           RES-TOTAL - WRK-VALOR-PAGO
                   END-IF
                   MOVE WRK-VALOR-SALDO TO WRK-VALOR-ED
                   STRING "SALDO A PAGAR....: " DELIMITED BY SIZE
                          WRK-VALOR-ED          DELIMITED BY SIZE
                          INTO WRK-LINHA-VOU
                   END-STRING
                   PERFORM 0259-GRAVAR-LINHA-VOU
                   IF RESERVA-CONFIRMADA
                      AND WRK-VALOR-SALDO GREATER ZEROS
                      AND RES-VENC-SALDO NUMERIC
                      AND RES-VENC-SALDO GREATER ZEROS
                       MOVE RES-VENC-SALDO TO WRK-DATA-ENTRADA
                       PERFORM 0258-DATA-POR-EXTENSO
                       STRING "VENCIMENTO.......: " DELIMITED BY SIZE
                              WRK-DATA-EXTENSO      DELIMITED BY SIZE
                              INTO WRK-LINHA-VOU
                       END-STRING
                       PERFORM 0259-GRAVAR-LINHA-VOU
                   END-IF
               END-IF
           END-IF.
           PERFORM 0259-GRAVAR-LINHA-VOU.

      *=== QUANTO JA FOI PAGO DA RESERVA: FATURAS DO SINAL E DO SALDO,
      *=== VALOR MENOS O SALDO EM ABERTO; SEM FATURA, A CONFIRMADA CONTA
      *=== COMO PAGA NO BALCAO (MESMA REGRA DO RESMANU)
       0255-APURAR-PAGO      SECTION.
           MOVE ZEROS TO WRK-VALOR-PAGO.
           MOVE "S"   TO WRK-PAGO-APURADO.
           IF RES-FATURA-SINAL NOT NUMERIC
               MOVE ZEROS TO RES-FATURA-SINAL
           END-IF.
           IF RES-FATURA-SALDO NOT NUMERIC
               MOVE ZEROS TO RES-FATURA-SALDO
           END-IF.
           IF RES-FATURA-SINAL EQUAL ZEROS
              AND RES-FATURA-SALDO EQUAL ZEROS
               IF RESERVA-CONFIRMADA
                   MOVE RES-TOTAL TO WRK-VALOR-PAGO
               END-IF
           ELSE
           IF NOT LIVRO-ABERTO
               MOVE "N" TO WRK-PAGO-APURADO
           ELSE
               IF RES-FATURA-SINAL GREATER ZEROS
                   MOVE RES-FATURA-SINAL TO FAT-NUMERO
                   PERFORM 0257-LER-FATURA-RESERVA
               END-IF
               IF RES-FATURA-SALDO GREATER ZEROS
                   MOVE RES-FATURA-SALDO TO FAT-NUMERO
                   PERFORM 0257-LER-FATURA-RESERVA
               END-IF
           END-IF
           END-IF.

      *=== TERMOS DA POLITICA DE CANCELAMENTO, DA FAIXA MAIS LONGE DA
      *=== VIAGEM PARA A MAIS PERTO; ANTES DA MENOR FAIXA NAO HA MULTA
       0256-GRAVAR-POLITICA  SECTION.
           MOVE "POLITICA DE CANCELAMENTO (DIAS ANTES DO 1O TRECHO)"
             TO WRK-LINHA-VOU.
           PERFORM 0259-GRAVAR-LINHA-VOU.
           IF WRK-QTD-POLITICAS EQUAL ZEROS
               MOVE "  CANCELAMENTO SEM MULTA" TO WRK-LINHA-VOU
               PERFORM 0259-GRAVAR-LINHA-VOU
           ELSE
               PERFORM VARYING WRK-IND-POL FROM 1 BY 1
                         UNTIL WRK-IND-POL GREATER WRK-QTD-POLITICAS
                   MOVE WRK-POL-DIAS(WRK-IND-POL) TO WRK-DIAS-ED
                   MOVE WRK-POL-PERC(WRK-IND-POL) TO WRK-PERC-ED
                   STRING "  COM "          DELIMITED BY SIZE
                          WRK-DIAS-ED       DELIMITED BY SIZE
                          " DIAS OU MAIS: RETEM " DELIMITED BY SIZE
                          WRK-PERC-ED       DELIMITED BY SIZE
                          "% DO TOTAL"      DELIMITED BY SIZE
                          INTO WRK-LINHA-VOU
                   END-STRING
                   PERFORM 0259-GRAVAR-LINHA-VOU
               END-PERFORM
               IF WRK-POL-DIAS(WRK-QTD-POLITICAS) GREATER ZEROS
                   MOVE WRK-POL-DIAS(WRK-QTD-POLITICAS) TO WRK-DIAS-ED
                   STRING "  COM MENOS DE " DELIMITED BY SIZE
                          WRK-DIAS-ED       DELIMITED BY SIZE
                          " DIAS: SEM MULTA" DELIMITED BY SIZE
                          INTO WRK-LINHA-VOU
                   END-STRING
                   PERFORM 0259-GRAVAR-LINHA-VOU
               END-IF
               STRING "  O VALOR JA PAGO ABATE A MULTA; "
                                            DELIMITED BY SIZE
                      "O QUE SOBRAR E REEMBOLSADO"
                                            DELIMITED BY SIZE
                      INTO WRK-LINHA-VOU
               END-STRING
               PERFORM 0259-GRAVAR-LINHA-VOU
           END-IF.

      *=== LE A FATURA FAT-NUMERO E SOMA O QUE JA FOI PAGO DELA
       0257-LER-FATURA-RESERVA SECTION.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO " DA RESERVA "
                           RES-NUMERO " NAO ESTA NO LIVRO"
           END-READ.
           IF FS-RECEBER EQUAL 00
               IF FATURA-ABERTA OR FATURA-PARCIAL
                  OR FATURA-LIQUIDADA
                   COMPUTE WRK-VALOR-PAGO =
                       WRK-VALOR-PAGO + FAT-VALOR - FAT-SALDO
               END-IF
           END-IF.

      *=== DATA WRK-DATA-ENTRADA (AAAAMMDD; EM BRANCO = HOJE) POR
      *=== EXTENSO EM WRK-DATA-EXTENSO, PELO DATAFMT
       0258-DATA-POR-EXTENSO SECTION.
           MOVE SPACES           TO WRK-DATA-FMT.
           MOVE WRK-DATA-ENTRADA TO WRK-DATA-FMT(1:8).
           CALL "DATAFMT" USING WRK-DATA-FMT WRK-DATA-EXTENSO.

       0259-GRAVAR-LINHA-VOU SECTION.
           MOVE WRK-LINHA-VOU TO REG-VOUCHER.
           WRITE REG-VOUCHER.
           MOVE SPACES TO WRK-LINHA-VOU.

       0300-FINALIZAR        SECTION.
           CLOSE RESERVAS.
           IF LIVRO-ABERTO
               CLOSE RECEBER
           END-IF.
           DISPLAY "VOUCHERS EMITIDOS...... " WRK-QTD-VOUCHERS.
           IF WRK-QTD-VOUCHERS GREATER ZEROS
               DISPLAY "ARQUIVO................ " WRK-VOUCHER-PATH
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
