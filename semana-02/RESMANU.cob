      *==               FIM QUANDO HOUVE MUDANCA (TECNICA DO CIDMANU);
      *==               RESERVA CANCELADA PERMANECE NO ARQUIVO COM
      *==               STATUS "X" E FICA FORA DO MANIFESTO
      *==  ALTERACOES
      *==  30/07/2025 GC: A CONFIRMACAO CONFERE OS LUGARES QUE SOBRAM EM
      *==               CADA TRECHO (CAPACIDADE DE ASSENTOS.DAT, MANTIDA
      *==               PELO ASSMANU, MENOS AS OUTRAS RESERVAS
      *==               SOLICITADAS E CONFIRMADAS DO DESTINO E DATA):
      *==               COM TRECHO LOTADO A RESERVA VAI (OU FICA) NA
      *==               LISTA DE ESPERA, STATUS "E". O CANCELAMENTO DE
      *==               RESERVA QUE TINHA LUGAR OFERECE O LUGAR LIBERADO
      *==               AS RESERVAS EM ESPERA DO MESMO TRECHO, NA ORDEM
      *==               DO PEDIDO: A QUE PASSA A CABER VOLTA PARA
      *==               SOLICITADA. RESERVA EM ESPERA FICA FORA DO
      *==               MANIFESTO
      *==  01/08/2025 GC: MULTA DE CANCELAMENTO: O CANCELAMENTO DE
      *==               RESERVA COM LUGAR RETEM O PERCENTUAL DO TOTAL
      *==               DADO PELA POLITICA DE CANCELA.CTL CONFORME OS
      *==               DIAS QUE FALTAM PARA O 1O TRECHO; A MULTA E O
      *==               REEMBOLSO SAO MOSTRADOS ANTES DA CONFIRMACAO E
      *==               FICAM GRAVADOS NA RESERVA (LAYOUT NO COPYBOOK
      *==               RESREG). RESERVA DE CLIENTE FATURADO: A
      *==               SOLICITADA (AINDA NAO PAGA) GERA FATURA DA MULTA
      *==               NO CONTAS A RECEBER; A CONFIRMADA (JA PAGA) TEM
      *==               O REEMBOLSO SOMADO AO SALDO CREDOR DO CLIENTE EM
      *==               CREDITOS.DAT, QUE O PROXIMO LOTE DO PROGRAMA08
      *==               ABATE. PASSAGEIRO PARTICULAR ACERTA NO BALCAO.
      *==               O OPERADOR PASSA A SE IDENTIFICAR NA ENTRADA
      *==  04/08/2025 GC: COBRANCA DA RESERVA PELO CONTAS A RECEBER: A
      *==               CONFIRMACAO DE RESERVA DE CLIENTE EMITE A FATURA
      *==               DO SINAL (PERCENTUAL DE RESFAT.CTL, VENCENDO NA
      *==               CONFIRMACAO) E A DO SALDO, VENCENDO N DIAS UTEIS
      *==               ANTES DO 1O TRECHO (CAMINHADA DO PROG020 PARA
      *==               TRAS, COM O DATAMES); AS FATURAS FICAM LIGADAS A
      *==               RESERVA E O NUMERO DELA VAI NO JORNAL. NA
      *==               ENTRADA, A CONFIRMADA CUJO SINAL NAO FOI PAGO
      *==               ATE O PRAZO DE TOLERANCIA E LIBERADA SOZINHA
      *==               (CANCELADA SEM MULTA, LUGAR PARA A LISTA DE
      *==               ESPERA). NO CANCELAMENTO, O QUE O CLIENTE JA
      *==               PAGOU NAS FATURAS COBRE A MULTA E O QUE SOBRA E
      *==               O REEMBOLSO; O SALDO EM ABERTO DAS FATURAS E
      *==               ANULADO. O MANIFESTO MARCA QUEM VIAJA COM O
      *==               SALDO EM ABERTO. SEM O LIVRO, RESERVA DE CLIENTE
      *==               NAO MUDA DE STATUS
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU). STOP RUN TROCADO POR GOBACK E AS
      *==               RECUSAS E FALHAS DE ABERTURA SAEM COM
      *==               RETURN-CODE 8
      *==  01/09/2025 GC: ANTES DE REGRAVAR RESERVAS.DAT, O ARQUIVO
      *==               ANTERIOR VIRA UMA GERACAO DE BACKUP (MODULO
      *==               ARQBKP, CATALOGO BACKUPS_GERAL.CTL); FALHA NO
      *==               BACKUP SO AVISA. RESTAURACAO PELO ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS.

      *=== CAPACIDADE DE LUGARES POR DESTINO E DATA, MANTIDA PELO
      *=== ASSMANU
           SELECT ASSENTOS ASSIGN
           TO "..\dados\ASSENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSENTOS.

      *=== POLITICA DE CANCELAMENTO: PERCENTUAL RETIDO POR DIAS DE
      *=== ANTECEDENCIA, 1 LINHA POR FAIXA
           SELECT CANCELCTL ASSIGN
           TO "..\dados\CANCELA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CANCELCTL.

      *=== COBRANCA DA RESERVA CONFIRMADA, 1 LINHA SO: PERCENTUAL DO
      *=== SINAL, DIAS UTEIS ANTES DO 1O TRECHO PARA O SALDO VENCER E
      *=== DIAS UTEIS DE TOLERANCIA DO SINAL ANTES DE LIBERAR A RESERVA
           SELECT RESFATCTL ASSIGN
           TO "..\dados\RESFAT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESFATCTL.

      *=== LIVRO DE CONTAS A RECEBER (SINAL, SALDO E MULTA DAS
      *=== RESERVAS), INDEXADO PELO NUMERO DA FATURA E COM CHAVE
      *=== ALTERNADA PELO CLIENTE
           SELECT RECEBER ASSIGN
           TO "..\dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== PROXIMO NUMERO DE FATURA, 1 LINHA SO (O MESMO DO PROGRAMA08)
           SELECT FATNUMCTL ASSIGN
           TO "..\dados\FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATNUM.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "..\dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== SALDO CREDOR DOS CLIENTES (REEMBOLSO DO CANCELAMENTO)
           SELECT CREDITOS ASSIGN
           TO "..\dados\CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE-CLI
               FILE STATUS IS FS-CREDITOS.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: NOME DO CLIENTE)
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

       DATA DIVISION.
       FILE                  SECTION.
       FD  RESERVAS.
           COPY "RESREG.cpy".

       FD  ASSENTOS.
           COPY "ASSREG.cpy".

      *=== 1 FAIXA DA POLITICA: A PARTIR DE QUANTOS DIAS ANTES DO 1O
      *=== TRECHO ELA VALE E O PERCENTUAL DO TOTAL RETIDO
       FD  CANCELCTL.
       01  REG-POLITICA.
           05  REG-POL-DIAS            PIC 9(003).
           05  REG-POL-PERC            PIC 9(003)V99.

       FD  RESFATCTL.
       01  REG-RESFAT.
           05  REG-RFT-PERC-SINAL      PIC 9(003)V99.
           05  REG-RFT-DIAS-SALDO      PIC 9(003).
           05  REG-RFT-DIAS-SINAL      PIC 9(003).

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  FATNUMCTL.
       01  REG-FATNUM                  PIC 9(006).

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  CREDITOS.
           COPY "CRDREG.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-RESERVAS          PIC 9(002) VALUE ZEROS.
       77  FS-CANCELCTL         PIC 9(002) VALUE ZEROS.
       77  FS-RESFATCTL         PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-FATNUM            PIC 9(002) VALUE ZEROS.
       77  FS-CREDITOS          PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.

      *=== RESERVAS CARREGADAS EM MEMORIA (205 POSICOES CADA)
       01  WRK-TAB-RESERVAS.
           05  WRK-RES-REG      PIC X(205) OCCURS 200 TIMES.
       77  WRK-QTD-RESERVAS     PIC 9(003) VALUE ZEROS.
       77  WRK-IND-RES          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ACHADO       PIC 9(003) VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-STATUS-EXT       PIC X(010) VALUE SPACES.

      *=== LUGARES POR DESTINO E DATA (COPYBOOKS ASSWS/ASSPR)
       COPY "ASSWS.cpy".

      *=== OUTRA RESERVA DA TABELA, NA CONTAGEM DOS LUGARES JA TOMADOS
      *=== NOS TRECHOS DA RESERVA EM REG-RESERVA (MESMO LAYOUT)
       01  WRK-RES-OUTRA.
           05  FILLER               PIC X(036).
           05  WRK-OUT-QTD-TRECHOS  PIC 9(001).
           05  WRK-OUT-TRECHO OCCURS 8 TIMES.
               10  WRK-OUT-DESTINO  PIC X(002).
               10  WRK-OUT-DATA     PIC 9(008).
           05  FILLER               PIC X(009).
           05  WRK-OUT-STATUS       PIC X(001).
               88  OUTRA-OCUPA-LUGAR           VALUE "R" "C".
           05  FILLER               PIC X(078).
       77  WRK-IND-OUTRA        PIC 9(003) VALUE ZEROS.
       77  WRK-IND-TRE-OUTRA    PIC 9(001) VALUE ZEROS.

      *=== LUGARES TOMADOS E CAPACIDADE DE CADA TRECHO DA RESERVA
       01  WRK-TAB-LOTACAO.
           05  WRK-LOT-ITEM     OCCURS 8 TIMES.
               10  WRK-LOT-OCUPADOS     PIC 9(003).
               10  WRK-LOT-CAPACIDADE   PIC 9(003).
               10  WRK-LOT-CONTROLADO   PIC X(001).
       77  WRK-TRECHO-LOTADO    PIC X(001) VALUE "N".
           88  ROTEIRO-COM-LOTACAO         VALUE "S".

      *=== RESERVA CANCELADA CUJOS LUGARES SAO OFERECIDOS A LISTA DE
      *=== ESPERA (MESMO LAYOUT)
       01  WRK-RES-LIBERADA.
           05  FILLER               PIC X(036).
           05  WRK-LIB-QTD-TRECHOS  PIC 9(001).
           05  WRK-LIB-TRECHO OCCURS 8 TIMES.
               10  WRK-LIB-DESTINO  PIC X(002).
               10  WRK-LIB-DATA     PIC 9(008).
           05  FILLER               PIC X(088).
       77  WRK-STATUS-ANTERIOR  PIC X(001) VALUE SPACES.
           88  ANTERIOR-OCUPAVA-LUGAR      VALUE "R" "C".
       77  WRK-TRECHO-COMUM     PIC X(001) VALUE "N".
           88  TEM-TRECHO-COMUM            VALUE "S".

      *=== POLITICA DE CANCELAMENTO (CANCELA.CTL); SEM O ARQUIVO, O
      *=== CANCELAMENTO SAI SEM MULTA, COMO ANTES
       01  WRK-TAB-POLITICA.
           05  WRK-POL-ITEM     OCCURS 20 TIMES.
               10  WRK-POL-DIAS         PIC 9(003).
               10  WRK-POL-PERC         PIC 9(003)V99.
       77  WRK-QTD-POLITICAS    PIC 9(002) VALUE ZEROS.
       77  WRK-IND-POL          PIC 9(002) VALUE ZEROS.
       77  WRK-POL-ACHADA       PIC X(001) VALUE "N".
           88  POLITICA-ACHADA             VALUE "S".
       77  WRK-POL-MELHOR       PIC 9(003) VALUE ZEROS.

      *=== DIAS ENTRE HOJE E O 1O TRECHO: CADA DATA VIRA O NUMERO DO
      *=== DIA CONTADO DESDE O ANO ZERO (COM OS BISSEXTOS)
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DIA-DATA         PIC 9(008) VALUE ZEROS.
       01  WRK-DIA-DATA-R REDEFINES WRK-DIA-DATA.
           05  WRK-DIA-ANO      PIC 9(004).
           05  WRK-DIA-MES      PIC 9(002).
           05  WRK-DIA-DIA      PIC 9(002).
       77  WRK-DIA-ANO-AJ       PIC 9(004) VALUE ZEROS.
       77  WRK-DIA-Q4           PIC 9(004) VALUE ZEROS.
       77  WRK-DIA-Q100         PIC 9(004) VALUE ZEROS.
       77  WRK-DIA-Q400         PIC 9(004) VALUE ZEROS.
       77  WRK-DIA-NUMERO       PIC 9(007) VALUE ZEROS.
       77  WRK-DIA-VIAGEM       PIC 9(007) VALUE ZEROS.
       77  WRK-DIAS-ANTES       PIC 9(005) VALUE ZEROS.

      *=== DIAS DO ANO ANTES DO 1O DIA DE CADA MES (ANO NAO BISSEXTO)
       01  WRK-TAB-DIAS-ACUM.
           05 FILLER       PIC 9(003)  VALUE 000.
           05 FILLER       PIC 9(003)  VALUE 031.
           05 FILLER       PIC 9(003)  VALUE 059.
           05 FILLER       PIC 9(003)  VALUE 090.
           05 FILLER       PIC 9(003)  VALUE 120.
           05 FILLER       PIC 9(003)  VALUE 151.
           05 FILLER       PIC 9(003)  VALUE 181.
           05 FILLER       PIC 9(003)  VALUE 212.
           05 FILLER       PIC 9(003)  VALUE 243.
           05 FILLER       PIC 9(003)  VALUE 273.
           05 FILLER       PIC 9(003)  VALUE 304.
           05 FILLER       PIC 9(003)  VALUE 334.
       01  WRK-TAB-DIAS-ACUM-R REDEFINES WRK-TAB-DIAS-ACUM
                               OCCURS 12 TIMES.
           05 WRK-DIAS-ACUM     PIC 9(003).

      *=== ACERTO DO CANCELAMENTO EM ANDAMENTO: O QUE JA FOI PAGO
      *=== COBRE A MULTA; SOBRA = REEMBOLSO, FALTA = FATURA DA MULTA
       77  WRK-PERC-MULTA       PIC 9(003)V99 VALUE ZEROS.
       77  WRK-MULTA            PIC 9(006)V99 VALUE ZEROS.
       77  WRK-REEMBOLSO        PIC 9(006)V99 VALUE ZEROS.
       77  WRK-VALOR-PAGO       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-MULTA-FATURAR    PIC 9(006)V99 VALUE ZEROS.
       77  WRK-PERC-ED          PIC ZZ9,99     VALUE ZEROS.
       77  WRK-MULTA-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-REEMBOLSO-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PAGO-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.

      *=== COBRANCA DA CONFIRMACAO (RESFAT.CTL); SEM O ARQUIVO VALEM
      *=== 30% DE SINAL, SALDO 10 DIAS UTEIS ANTES DO 1O TRECHO E 3
      *=== DIAS UTEIS DE TOLERANCIA PARA O SINAL
       77  WRK-PERC-SINAL       PIC 9(003)V99 VALUE 30.
       77  WRK-DIAS-SALDO       PIC 9(003) VALUE 10.
       77  WRK-DIAS-SINAL       PIC 9(003) VALUE 3.
       77  WRK-VALOR-SINAL      PIC 9(006)V99 VALUE ZEROS.
       77  WRK-VALOR-SALDO      PIC 9(006)V99 VALUE ZEROS.
       77  WRK-VENC-SALDO       PIC 9(008) VALUE ZEROS.
       77  WRK-LIMITE-SINAL     PIC 9(008) VALUE ZEROS.
       77  WRK-SINAL-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IND-LIB          PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-LIBERADAS    PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-SALDO-ABERTO PIC 9(003) VALUE ZEROS.
       77  WRK-FAT-PENDENTE     PIC X(001) VALUE "N".
           88  FATURA-PENDENTE             VALUE "S".

      *=== LIVRO DE CONTAS A RECEBER, ABERTO 1 VEZ PARA A SESSAO
       77  WRK-LIVRO-ABERTO     PIC X(001) VALUE "N".
           88  LIVRO-ABERTO                VALUE "S".

      *=== CAMINHADA DIA A DIA DO PROG020 (PARA A FRENTE NA TOLERANCIA
      *=== DO SINAL, PARA TRAS NO VENCIMENTO DO SALDO)
       01  WRK-DATA-ATUAL.
           05 WRK-ATU-ANO      PIC 9(004).
           05 WRK-ATU-MES      PIC 9(002).
           05 WRK-ATU-DIA      PIC 9(002).
       77  WRK-DIAS-PEDIDOS     PIC 9(003) VALUE ZEROS.
       77  WRK-DIAS-ANDADOS     PIC 9(003) VALUE ZEROS.

      *=== TOTAL DE DIAS DE CADA MES, ASSUMINDO ANO NAO BISSEXTO
      *=== (FEVEREIRO AJUSTADO PARA 29 NO BISSEXTO), COMO NO PROG016
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

      *=== PARAMETROS DA CHAMADA AO DATAMES: DATA EM (1:8)
       77  WRK-DATA-PARM        PIC X(040) VALUE SPACES.
       77  WRK-DIA-UTIL         PIC X(001) VALUE SPACES.
           88  DIA-UTIL                    VALUE "S".

      *=== FATURA NOVA (SINAL, SALDO OU MULTA): VALOR, VENCIMENTO E
      *=== MOTIVO DO JORNAL NA ENTRADA, NUMERO EMITIDO NA SAIDA (ZERO =
      *=== NAO GRAVOU); NUMERO DO FATNUM.CTL, COMO NO LOTE DO PROGRAMA08
       77  WRK-FAT-VALOR        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-FAT-VENCIMENTO   PIC 9(008) VALUE ZEROS.
       77  WRK-FAT-MOTIVO       PIC X(040) VALUE SPACES.
       77  WRK-FAT-EMITIDA      PIC 9(006) VALUE ZEROS.
       77  WRK-PROX-FATURA      PIC 9(006) VALUE ZEROS.
       77  WRK-FATURA-GRAVADA   PIC X(001) VALUE "N".
           88  FATURA-GRAVADA              VALUE "S".
           88  FATURA-FALHOU               VALUE "F".
       77  WRK-NOME-CLIENTE     PIC X(030) VALUE SPACES.
       01  WRK-DATA-VENCIMENTO  PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENCIMENTO.
           05  WRK-VEN-ANO      PIC 9(004).
           05  WRK-VEN-MES      PIC 9(002).
           05  WRK-VEN-DIA      PIC 9(002).

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

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

      *=== O OPERADOR SE IDENTIFICA PARA O JORNAL DO CONTAS A RECEBER
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-JRN-OPERADOR.
           IF WRK-JRN-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - MANUTENCAO "
                       "ENCERRADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "RESMANU" TO WRK-JRN-PROGRAMA.

           MOVE ZEROS TO WRK-QTD-RESERVAS.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS NOT EQUAL 00
               DISPLAY "RESERVAS.DAT NAO PODE SER ABERTO - FS "
                       FS-RESERVAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ RESERVAS.
           PERFORM UNTIL FS-RESERVAS NOT EQUAL 00
                      OR WRK-QTD-RESERVAS EQUAL 200
               ADD 1 TO WRK-QTD-RESERVAS
               PERFORM 0105-AJUSTAR-RESERVA
               MOVE REG-RESERVA TO WRK-RES-REG(WRK-QTD-RESERVAS)
               READ RESERVAS
           END-PERFORM.
               DISPLAY "RESERVAS.DAT TEM MAIS DE 200 RESERVAS - "
                       "MANUTENCAO RECUSADA PARA NAO PERDER DADOS"
               CLOSE RESERVAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE RESERVAS.

      *=== CAPACIDADE DOS TRECHOS; SEM ASSENTOS.DAT NAO HA LIMITE
           PERFORM 9800-CARREGAR-ASSENTOS.

      *=== POLITICA DE CANCELAMENTO; FAIXA COM MAIS DE 100% E IGNORADA
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
           ELSE
               DISPLAY "AVISO: CANCELA.CTL NAO ENCONTRADO - "
                       "CANCELAMENTO SEM MULTA"
           END-IF.

      *=== COBRANCA DA CONFIRMACAO; SEM RESFAT.CTL FICAM OS PADROES
           OPEN INPUT RESFATCTL.
           IF FS-RESFATCTL EQUAL 00
               READ RESFATCTL
               IF FS-RESFATCTL EQUAL 00
                  AND REG-RFT-PERC-SINAL NOT GREATER 100
                   MOVE REG-RFT-PERC-SINAL TO WRK-PERC-SINAL
                   MOVE REG-RFT-DIAS-SALDO TO WRK-DIAS-SALDO
                   MOVE REG-RFT-DIAS-SINAL TO WRK-DIAS-SINAL
               END-IF
               CLOSE RESFATCTL
           ELSE
               DISPLAY "AVISO: RESFAT.CTL NAO ENCONTRADO - COBRANCA "
                       "COM OS PADROES"
           END-IF.

      *=== LIVRO DE CONTAS A RECEBER PARA A SESSAO; ABERTO O LIVRO, AS
      *=== CONFIRMADAS COM O SINAL VENCIDO SAO LIBERADAS
           OPEN I-O RECEBER.
           IF FS-RECEBER EQUAL 00
               MOVE "S" TO WRK-LIVRO-ABERTO
               PERFORM 0270-LIBERAR-VENCIDAS
           ELSE
               DISPLAY "AVISO: CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               DISPLAY "  RESERVA DE CLIENTE NAO MUDA DE STATUS NESTA "
                       "SESSAO"
           END-IF.

      *=== RESERVA GRAVADA ANTES DO CLIENTE E DO ACERTO DO
      *=== CANCELAMENTO VEM COM ESSES CAMPOS EM BRANCO: VALEM ZERO
       0105-AJUSTAR-RESERVA  SECTION.
           IF RES-CLIENTE NOT NUMERIC
               MOVE ZEROS TO RES-CLIENTE
           END-IF.
           IF RES-DATA-CANCEL NOT NUMERIC
               MOVE ZEROS TO RES-DATA-CANCEL
           END-IF.
           IF RES-PERC-MULTA NOT NUMERIC
               MOVE ZEROS TO RES-PERC-MULTA
           END-IF.
           IF RES-MULTA NOT NUMERIC
               MOVE ZEROS TO RES-MULTA
           END-IF.
           IF RES-REEMBOLSO NOT NUMERIC
               MOVE ZEROS TO RES-REEMBOLSO
           END-IF.
           IF RES-FATURA-MULTA NOT NUMERIC
               MOVE ZEROS TO RES-FATURA-MULTA
           END-IF.
           IF RES-DATA-CONFIRMA NOT NUMERIC
               MOVE ZEROS TO RES-DATA-CONFIRMA
           END-IF.
           IF RES-FATURA-SINAL NOT NUMERIC
               MOVE ZEROS TO RES-FATURA-SINAL
           END-IF.
           IF RES-FATURA-SALDO NOT NUMERIC
               MOVE ZEROS TO RES-FATURA-SALDO
           END-IF.
           IF RES-VENC-SALDO NOT NUMERIC
               MOVE ZEROS TO RES-VENC-SALDO
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (L-LISTAR / C-CONFIRMAR / X-CANCELAR / "
                   "M-MANIFESTO / F-ENCERRAR): ".
                   MOVE "CONFIRMADA" TO WRK-STATUS-EXT
               WHEN RESERVA-CANCELADA
                   MOVE "CANCELADA"  TO WRK-STATUS-EXT
               WHEN RESERVA-EM-ESPERA
                   MOVE "EM ESPERA"  TO WRK-STATUS-EXT
               WHEN OTHER
                   MOVE "SOLICITADA" TO WRK-STATUS-EXT
           END-EVALUATE.
           MOVE RES-TOTAL TO WRK-TOTAL-ED.
           DISPLAY "RESERVA " RES-NUMERO " - " RES-PASSAGEIRO
                   " - " WRK-STATUS-EXT " - TOTAL " WRK-TOTAL-ED.
           IF RESERVA-CANCELADA AND RES-DATA-CANCEL GREATER ZEROS
               MOVE RES-MULTA     TO WRK-MULTA-ED
               MOVE RES-REEMBOLSO TO WRK-REEMBOLSO-ED
               DISPLAY "  CANCELADA EM " RES-DATA-CANCEL " - MULTA "
                       WRK-MULTA-ED " - REEMBOLSO " WRK-REEMBOLSO-ED
               IF CANCEL-SINAL-VENCIDO
                   DISPLAY "  LIBERADA POR FALTA DE PAGAMENTO DO SINAL"
               END-IF
           END-IF.
           IF RES-FATURA-SINAL GREATER ZEROS
              OR RES-FATURA-SALDO GREATER ZEROS
               DISPLAY "  FATURA DO SINAL " RES-FATURA-SINAL
                       " - FATURA DO SALDO " RES-FATURA-SALDO
                       " VENCENDO EM " RES-VENC-SALDO
           END-IF.
           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
               DISPLAY "  TRECHO " WRK-IND-TRECHO " - "
           END-PERFORM.

      *=== CONFIRMACAO E CANCELAMENTO COMPARTILHAM O FLUXO: LOCALIZA
      *=== PELO NUMERO, MOSTRA, CONFIRMA E MARCA O STATUS. A
      *=== CONFIRMACAO SO SAI COM LUGAR EM TODOS OS TRECHOS (SENAO A
      *=== RESERVA VAI PARA A LISTA DE ESPERA) E EMITE AS FATURAS DO
      *=== SINAL E DO SALDO; O CANCELAMENTO DE QUEM TINHA LUGAR O
      *=== OFERECE A LISTA DE ESPERA. RESERVA DE CLIENTE PRECISA DO
      *=== LIVRO DE CONTAS A RECEBER
       0220-MUDAR-STATUS     SECTION.
           DISPLAY "NUMERO DA RESERVA: ".
           ACCEPT WRK-NUM-RESERVA.
               ELSE
               IF RESERVA-CANCELADA
                   DISPLAY "RESERVA CANCELADA NAO MUDA MAIS DE STATUS"
               ELSE
               IF RES-CLIENTE NOT EQUAL ZEROS AND NOT LIVRO-ABERTO
                   DISPLAY "CONTAS A RECEBER INDISPONIVEL - RESERVA DE "
                           "CLIENTE NAO MUDA DE STATUS"
               ELSE
                   PERFORM 0205-MOSTRAR-RESERVA
                   MOVE "N" TO WRK-TRECHO-LOTADO
                   IF OPCAO-CONFIRMAR
                       PERFORM 0225-CONFERIR-LUGARES
                   END-IF
                   IF ROTEIRO-COM-LOTACAO
                       PERFORM 0227-MOSTRAR-LOTACAO
                       IF RESERVA-EM-ESPERA
                           DISPLAY "SEM LUGAR - RESERVA CONTINUA NA "
                                   "LISTA DE ESPERA"
                       ELSE
                           MOVE "E" TO RES-STATUS
                           MOVE REG-RESERVA
                             TO WRK-RES-REG(WRK-IND-ACHADO)
                           MOVE "S" TO WRK-HOUVE-MUDANCA
                           DISPLAY "SEM LUGAR - RESERVA " RES-NUMERO
                                   " PASSA PARA A LISTA DE ESPERA"
                       END-IF
                   ELSE
                   IF OPCAO-CONFIRMAR
                       PERFORM 0260-CALCULAR-COBRANCA
                       DISPLAY "CONFIRMA A RESERVA (S/N)? "
                   ELSE
                       PERFORM 0235-CALCULAR-MULTA
                       DISPLAY "CANCELA A RESERVA (S/N)? "
                   END-IF
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                       MOVE RES-STATUS TO WRK-STATUS-ANTERIOR
                       IF OPCAO-CONFIRMAR
                           MOVE "C"           TO RES-STATUS
                           MOVE WRK-DATA-HOJE TO RES-DATA-CONFIRMA
                           DISPLAY "RESERVA " RES-NUMERO " CONFIRMADA"
                           PERFORM 0262-FATURAR-CONFIRMACAO
                       ELSE
                           MOVE "X"            TO RES-STATUS
                           MOVE "O"            TO RES-TIPO-CANCEL
                           MOVE WRK-DATA-HOJE  TO RES-DATA-CANCEL
                           MOVE WRK-PERC-MULTA TO RES-PERC-MULTA
                           MOVE WRK-MULTA      TO RES-MULTA
                           MOVE WRK-REEMBOLSO  TO RES-REEMBOLSO
                           MOVE ZEROS          TO RES-FATURA-MULTA
                           DISPLAY "RESERVA " RES-NUMERO " CANCELADA"
                           PERFORM 0250-LANCAR-ACERTO
                       END-IF
                       MOVE REG-RESERVA
                         TO WRK-RES-REG(WRK-IND-ACHADO)
                       MOVE "S" TO WRK-HOUVE-MUDANCA
                       IF OPCAO-CANCELAR AND ANTERIOR-OCUPAVA-LUGAR
                           PERFORM 0230-OFERECER-LUGAR
                       END-IF
                   ELSE
                       DISPLAY "OPERACAO ABANDONADA"
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *=== LUGARES JA TOMADOS EM CADA TRECHO DA RESERVA EM REG-RESERVA
      *=== PELAS OUTRAS RESERVAS SOLICITADAS OU CONFIRMADAS (A PROPRIA,
      *=== EM WRK-IND-ACHADO, NAO CONTA), CONTRA A CAPACIDADE DO
      *=== DESTINO NA DATA; TRECHO SEM LUGAR LIGA ROTEIRO-COM-LOTACAO
       0225-CONFERIR-LUGARES SECTION.
           MOVE "N" TO WRK-TRECHO-LOTADO.
           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
               MOVE ZEROS TO WRK-LOT-OCUPADOS(WRK-IND-TRECHO)
           END-PERFORM.

           PERFORM VARYING WRK-IND-OUTRA FROM 1 BY 1
                     UNTIL WRK-IND-OUTRA GREATER WRK-QTD-RESERVAS
               IF WRK-IND-OUTRA NOT EQUAL WRK-IND-ACHADO
                   MOVE WRK-RES-REG(WRK-IND-OUTRA) TO WRK-RES-OUTRA
                   IF OUTRA-OCUPA-LUGAR
                       PERFORM 0226-CONTAR-OUTRA
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
               MOVE RES-TRE-DESTINO(WRK-IND-TRECHO) TO WRK-LUG-DESTINO
               MOVE RES-TRE-DATA(WRK-IND-TRECHO)    TO WRK-LUG-DATA
               PERFORM 9810-LOCALIZAR-ASSENTOS
               MOVE WRK-LUG-CONTROLADO
                 TO WRK-LOT-CONTROLADO(WRK-IND-TRECHO)
               MOVE WRK-LUG-CAPACIDADE
                 TO WRK-LOT-CAPACIDADE(WRK-IND-TRECHO)
               IF ASSENTO-CONTROLADO
                  AND WRK-LOT-OCUPADOS(WRK-IND-TRECHO)
                      NOT LESS WRK-LUG-CAPACIDADE
                   MOVE "S" TO WRK-TRECHO-LOTADO
               END-IF
           END-PERFORM.

      *=== SOMA 1 LUGAR EM CADA TRECHO DA RESERVA QUE A OUTRA RESERVA
      *=== TAMBEM PERCORRE (MESMO DESTINO E DATA)
       0226-CONTAR-OUTRA     SECTION.
           PERFORM VARYING WRK-IND-TRE-OUTRA FROM 1 BY 1
                     UNTIL WRK-IND-TRE-OUTRA GREATER WRK-OUT-QTD-TRECHOS
               PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                         UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
                   IF WRK-OUT-DESTINO(WRK-IND-TRE-OUTRA)
                      EQUAL RES-TRE-DESTINO(WRK-IND-TRECHO)
                      AND WRK-OUT-DATA(WRK-IND-TRE-OUTRA)
                      EQUAL RES-TRE-DATA(WRK-IND-TRECHO)
                       ADD 1 TO WRK-LOT-OCUPADOS(WRK-IND-TRECHO)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=== MOSTRA OS TRECHOS LOTADOS APURADOS PELO 0225
       0227-MOSTRAR-LOTACAO  SECTION.
           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
               IF WRK-LOT-CONTROLADO(WRK-IND-TRECHO) EQUAL "S"
                  AND WRK-LOT-OCUPADOS(WRK-IND-TRECHO)
                      NOT LESS WRK-LOT-CAPACIDADE(WRK-IND-TRECHO)
                   DISPLAY "  TRECHO " WRK-IND-TRECHO " - "
                           RES-TRE-DESTINO(WRK-IND-TRECHO) " EM "
                           RES-TRE-DATA(WRK-IND-TRECHO) " - LOTADO ("
                           WRK-LOT-CAPACIDADE(WRK-IND-TRECHO)
                           " LUGARES)"
               END-IF
           END-PERFORM.

      *=== OFERECE OS LUGARES DA RESERVA CANCELADA (EM REG-RESERVA) A
      *=== LISTA DE ESPERA, NA ORDEM DO PEDIDO (ORDEM DO ARQUIVO): CADA
      *=== RESERVA EM ESPERA COM TRECHO EM COMUM COM A CANCELADA QUE
      *=== AGORA TEM LUGAR EM TODOS OS TRECHOS VOLTA PARA SOLICITADA
       0230-OFERECER-LUGAR   SECTION.
           MOVE REG-RESERVA TO WRK-RES-LIBERADA.
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                     UNTIL WRK-IND-RES GREATER WRK-QTD-RESERVAS
               MOVE WRK-RES-REG(WRK-IND-RES) TO REG-RESERVA
               IF RESERVA-EM-ESPERA
                   PERFORM 0232-CONFERIR-TRECHO-COMUM
                   IF TEM-TRECHO-COMUM
                       MOVE WRK-IND-RES TO WRK-IND-ACHADO
                       PERFORM 0225-CONFERIR-LUGARES
                       IF NOT ROTEIRO-COM-LOTACAO
                           MOVE "R" TO RES-STATUS
                           MOVE REG-RESERVA
                             TO WRK-RES-REG(WRK-IND-RES)
                           DISPLAY "LUGAR LIBERADO OFERECIDO A RESERVA "
                                   RES-NUMERO " - " RES-PASSAGEIRO
                           DISPLAY "  SAIU DA LISTA DE ESPERA "
                                   "(SOLICITADA) - AVISAR O PASSAGEIRO"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *=== A RESERVA EM ESPERA (REG-RESERVA) PERCORRE ALGUM TRECHO DA
      *=== CANCELADA (MESMO DESTINO E DATA)?
       0232-CONFERIR-TRECHO-COMUM SECTION.
           MOVE "N" TO WRK-TRECHO-COMUM.
           PERFORM VARYING WRK-IND-TRE-OUTRA FROM 1 BY 1
                     UNTIL WRK-IND-TRE-OUTRA GREATER WRK-LIB-QTD-TRECHOS
               PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                         UNTIL WRK-IND-TRECHO GREATER RES-QTD-TRECHOS
                   IF WRK-LIB-DESTINO(WRK-IND-TRE-OUTRA)
                      EQUAL RES-TRE-DESTINO(WRK-IND-TRECHO)
                      AND WRK-LIB-DATA(WRK-IND-TRE-OUTRA)
                      EQUAL RES-TRE-DATA(WRK-IND-TRECHO)
                       MOVE "S" TO WRK-TRECHO-COMUM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=== MULTA DO CANCELAMENTO DA RESERVA EM REG-RESERVA: A FAIXA DA
      *=== POLITICA COM O MAIOR NUMERO DE DIAS QUE NAO PASSA DOS DIAS
      *=== QUE FALTAM PARA O 1O TRECHO (VIAGEM JA INICIADA = 0 DIAS).
      *=== O QUE O CLIENTE JA PAGOU DA RESERVA (0264) COBRE A MULTA: A
      *=== SOBRA E O REEMBOLSO E A FALTA VIRA FATURA DA MULTA. EM
      *=== ESPERA NAO TEM LUGAR E SAI SEM MULTA
       0235-CALCULAR-MULTA   SECTION.
           MOVE ZEROS TO WRK-PERC-MULTA WRK-MULTA WRK-REEMBOLSO
                         WRK-DIAS-ANTES WRK-VALOR-PAGO
                         WRK-MULTA-FATURAR.
           IF NOT RESERVA-OCUPA-LUGAR
               DISPLAY "RESERVA EM ESPERA - CANCELAMENTO SEM MULTA"
           ELSE
               MOVE RES-TRE-DATA(1) TO WRK-DIA-DATA
               IF WRK-DIA-DATA NUMERIC
                  AND WRK-DIA-DATA GREATER WRK-DATA-HOJE
                  AND WRK-DIA-MES NOT LESS 01
                  AND WRK-DIA-MES NOT GREATER 12
                   PERFORM 0236-NUMERO-DO-DIA
                   MOVE WRK-DIA-NUMERO TO WRK-DIA-VIAGEM
                   MOVE WRK-DATA-HOJE  TO WRK-DIA-DATA
                   PERFORM 0236-NUMERO-DO-DIA
                   COMPUTE WRK-DIAS-ANTES =
                       WRK-DIA-VIAGEM - WRK-DIA-NUMERO
               END-IF
               MOVE "N"   TO WRK-POL-ACHADA
               MOVE ZEROS TO WRK-POL-MELHOR
               PERFORM VARYING WRK-IND-POL FROM 1 BY 1
                         UNTIL WRK-IND-POL GREATER WRK-QTD-POLITICAS
                   IF WRK-POL-DIAS(WRK-IND-POL)
                      NOT GREATER WRK-DIAS-ANTES
                      AND (NOT POLITICA-ACHADA
                       OR WRK-POL-DIAS(WRK-IND-POL)
                          GREATER WRK-POL-MELHOR)
                       MOVE "S" TO WRK-POL-ACHADA
                       MOVE WRK-POL-DIAS(WRK-IND-POL)
                         TO WRK-POL-MELHOR
                       MOVE WRK-POL-PERC(WRK-IND-POL)
                         TO WRK-PERC-MULTA
                   END-IF
               END-PERFORM
               COMPUTE WRK-MULTA ROUNDED =
                   RES-TOTAL * WRK-PERC-MULTA / 100
               PERFORM 0264-APURAR-PAGO
               IF WRK-VALOR-PAGO GREATER WRK-MULTA
                   COMPUTE WRK-REEMBOLSO = WRK-VALOR-PAGO - WRK-MULTA
               ELSE
                   COMPUTE WRK-MULTA-FATURAR =
                       WRK-MULTA - WRK-VALOR-PAGO
               END-IF
               MOVE WRK-PERC-MULTA TO WRK-PERC-ED
               MOVE WRK-MULTA      TO WRK-MULTA-ED
               MOVE WRK-VALOR-PAGO TO WRK-PAGO-ED
               MOVE WRK-REEMBOLSO  TO WRK-REEMBOLSO-ED
               DISPLAY "DIAS ATE O 1O TRECHO.. " WRK-DIAS-ANTES
               DISPLAY "MULTA DA POLITICA..... " WRK-PERC-ED "%"
               DISPLAY "MULTA RETIDA.......... " WRK-MULTA-ED
               DISPLAY "JA PAGO DA RESERVA.... " WRK-PAGO-ED
               DISPLAY "REEMBOLSO............. " WRK-REEMBOLSO-ED
               IF WRK-MULTA-FATURAR GREATER ZEROS
                   MOVE WRK-MULTA-FATURAR TO WRK-MULTA-ED
                   DISPLAY "MULTA A COBRAR........ " WRK-MULTA-ED
               END-IF
           END-IF.

      *=== NUMERO DO DIA DE WRK-DIA-DATA: ANO * 365, MAIS 1 DIA POR
      *=== BISSEXTO JA PASSADO (JANEIRO E FEVEREIRO CONTAM ATE O ANO
      *=== ANTERIOR), MAIS OS DIAS DOS MESES ANTERIORES E O DIA
       0236-NUMERO-DO-DIA    SECTION.
           MOVE WRK-DIA-ANO TO WRK-DIA-ANO-AJ.
           IF WRK-DIA-MES NOT GREATER 02
               SUBTRACT 1 FROM WRK-DIA-ANO-AJ
           END-IF.
           DIVIDE WRK-DIA-ANO-AJ BY 4   GIVING WRK-DIA-Q4.
           DIVIDE WRK-DIA-ANO-AJ BY 100 GIVING WRK-DIA-Q100.
           DIVIDE WRK-DIA-ANO-AJ BY 400 GIVING WRK-DIA-Q400.
           COMPUTE WRK-DIA-NUMERO =
               WRK-DIA-ANO * 365 + WRK-DIA-Q4 - WRK-DIA-Q100
             + WRK-DIA-Q400 + WRK-DIAS-ACUM(WRK-DIA-MES)
             + WRK-DIA-DIA.

      *=== LEVA O ACERTO DA RESERVA CANCELADA (EM REG-RESERVA) AO
      *=== CONTAS A RECEBER: ANULA O SALDO EM ABERTO DAS FATURAS DA
      *=== RESERVA, FATURA A MULTA QUE O JA PAGO NAO COBRIU E CREDITA O
      *=== REEMBOLSO; PASSAGEIRO PARTICULAR (CLIENTE ZERO) ACERTA NO
      *=== BALCAO
       0250-LANCAR-ACERTO    SECTION.
           IF RES-CLIENTE EQUAL ZEROS
               IF RES-MULTA GREATER ZEROS
                  OR RES-REEMBOLSO GREATER ZEROS
                   DISPLAY "PASSAGEIRO PARTICULAR - MULTA E REEMBOLSO "
                           "ACERTADOS NO BALCAO"
               END-IF
           ELSE
               IF RES-FATURA-SINAL GREATER ZEROS
                   MOVE RES-FATURA-SINAL TO FAT-NUMERO
                   PERFORM 0268-ANULAR-FATURA
               END-IF
               IF RES-FATURA-SALDO GREATER ZEROS
                   MOVE RES-FATURA-SALDO TO FAT-NUMERO
                   PERFORM 0268-ANULAR-FATURA
               END-IF
               IF WRK-MULTA-FATURAR GREATER ZEROS
                   PERFORM 0252-FATURAR-MULTA
               END-IF
               IF RES-REEMBOLSO GREATER ZEROS
                   PERFORM 0256-CREDITAR-REEMBOLSO
               END-IF
           END-IF.

      *=== FATURA DA MULTA QUE O JA PAGO NAO COBRIU, VENCENDO NO MES
      *=== SEGUINTE (+30 DIAS APROXIMADOS, COMO NO LOTE DO PROGRAMA08);
      *=== O NUMERO FICA NA RESERVA
       0252-FATURAR-MULTA    SECTION.
           MOVE WRK-DATA-HOJE TO WRK-DATA-VENCIMENTO.
           IF WRK-VEN-MES EQUAL 12
               MOVE 01 TO WRK-VEN-MES
               ADD 1 TO WRK-VEN-ANO
           ELSE
               ADD 1 TO WRK-VEN-MES
           END-IF.
           MOVE WRK-MULTA-FATURAR   TO WRK-FAT-VALOR.
           MOVE WRK-DATA-VENCIMENTO TO WRK-FAT-VENCIMENTO.
           MOVE SPACES TO WRK-FAT-MOTIVO.
           STRING "MULTA CANCELAMENTO RESERVA " DELIMITED BY SIZE
                  RES-NUMERO                    DELIMITED BY SIZE
                  INTO WRK-FAT-MOTIVO
           END-STRING.
           PERFORM 0258-EMITIR-FATURA.
           MOVE WRK-FAT-EMITIDA TO RES-FATURA-MULTA.
           IF WRK-FAT-EMITIDA GREATER ZEROS
               DISPLAY "MULTA FATURADA - FATURA " WRK-FAT-EMITIDA
                       " PARA " WRK-NOME-CLIENTE
           END-IF.

      *=== GRAVA A FATURA COM O PROXIMO NUMERO; NUMERO JA USADO
      *=== (FATNUM.CTL ATRASADO) E PULADO, COMO NO PROGRAMA08
       0253-GRAVAR-RECEBER   SECTION.
           MOVE WRK-PROX-FATURA TO FAT-NUMERO.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO
                           " JA EXISTE NO LIVRO - NUMERO PULADO"
               NOT INVALID KEY
                   MOVE "S" TO WRK-FATURA-GRAVADA
           END-WRITE.
           IF NOT FATURA-GRAVADA
              AND FS-RECEBER NOT EQUAL 22
               DISPLAY "FALHA DE GRAVACAO EM CONTAS_RECEBER.DAT - FS "
                       FS-RECEBER " - FATURA NAO EMITIDA"
               MOVE "F" TO WRK-FATURA-GRAVADA
           END-IF.
           ADD 1 TO WRK-PROX-FATURA.

      *=== NOME DO CLIENTE FATURADO PELO CADASTRO; SEM ELE, "CLIENTE "
      *=== + O ID
       0254-NOME-CLIENTE     SECTION.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE RES-CLIENTE TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       DISPLAY "AVISO: CLIENTE " RES-CLIENTE
                               " NAO ESTA NO CADASTRO"
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
               END-READ
               CLOSE CLIENTES
           END-IF.
           IF WRK-NOME-CLIENTE EQUAL SPACES
               STRING "CLIENTE "  DELIMITED BY SIZE
                      RES-CLIENTE DELIMITED BY SIZE
                      INTO WRK-NOME-CLIENTE
               END-STRING
           END-IF.

      *=== SOMA O REEMBOLSO NO SALDO CREDOR DO CLIENTE (1A VEZ CRIA O
      *=== ARQUIVO), QUE O PROXIMO LOTE DO PROGRAMA08 ABATE DA FATURA
       0256-CREDITAR-REEMBOLSO SECTION.
           OPEN I-O CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
           IF FS-CREDITOS NOT EQUAL 00
               DISPLAY "AVISO: CREDITOS.DAT NAO FOI ABERTO - FS "
                       FS-CREDITOS " - REEMBOLSO NAO CREDITADO"
           ELSE
               MOVE "C"         TO CRD-TIPO-CLI
               MOVE RES-CLIENTE TO CRD-CLI-ID
               READ CREDITOS
                   KEY IS CRD-CHAVE-CLI
                   INVALID KEY
                       PERFORM 0254-NOME-CLIENTE
                       MOVE WRK-NOME-CLIENTE TO CRD-NOME
                       MOVE RES-REEMBOLSO    TO CRD-SALDO
                       MOVE WRK-DATA-HOJE    TO CRD-DATA-ULT-MOV
                       WRITE REG-CREDITO
                   NOT INVALID KEY
                       ADD RES-REEMBOLSO     TO CRD-SALDO
                       MOVE WRK-DATA-HOJE    TO CRD-DATA-ULT-MOV
                       REWRITE REG-CREDITO
               END-READ
               IF FS-CREDITOS NOT EQUAL 00
                   DISPLAY "AVISO: REEMBOLSO DA RESERVA " RES-NUMERO
                           " NAO CREDITADO - FS " FS-CREDITOS
               ELSE
                   MOVE RES-REEMBOLSO TO WRK-REEMBOLSO-ED
                   DISPLAY "REEMBOLSO DE " WRK-REEMBOLSO-ED
                           " CREDITADO AO CLIENTE " RES-CLIENTE
               END-IF
               CLOSE CREDITOS
           END-IF.

      *=== EMITE A FATURA EM ABERTO, EM REAL, PARA O CLIENTE DA RESERVA
      *=== EM REG-RESERVA (MESMOS CAMPOS DA FATURA DE FRETE DO
      *=== FATFRET), COM O LANCAMENTO NO JORNAL E O FATNUM.CTL AVANCADO
       0258-EMITIR-FATURA    SECTION.
           MOVE ZEROS TO WRK-FAT-EMITIDA.
           MOVE 1 TO WRK-PROX-FATURA.
           OPEN INPUT FATNUMCTL.
           IF FS-FATNUM EQUAL 00
               READ FATNUMCTL
               IF FS-FATNUM EQUAL 00
                   MOVE REG-FATNUM TO WRK-PROX-FATURA
               END-IF
               CLOSE FATNUMCTL
           END-IF.
           PERFORM 0254-NOME-CLIENTE.
           MOVE "C"                TO FAT-TIPO-CLI.
           MOVE RES-CLIENTE        TO FAT-CLI-ID.
           MOVE WRK-NOME-CLIENTE   TO FAT-CLIENTE.
           MOVE WRK-FAT-VALOR      TO FAT-VALOR.
           MOVE WRK-DATA-HOJE      TO FAT-EMISSAO.
           MOVE WRK-FAT-VENCIMENTO TO FAT-VENCIMENTO.
           MOVE "A"                TO FAT-STATUS.
           MOVE ZEROS              TO FAT-DATA-PGTO.
           MOVE ZEROS              TO FAT-VALOR-PAGO.
           MOVE FAT-VALOR          TO FAT-SALDO.
           MOVE ZEROS              TO FAT-QTD-PGTOS.
           MOVE ZEROS              TO FAT-RPS-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-DATA.
           MOVE SPACES             TO FAT-NFSE-VERIFICACAO.
           MOVE ZEROS              TO FAT-NOSSO-NUMERO.
           MOVE ZEROS              TO FAT-NOSSO-DV.
           MOVE "BRL"              TO FAT-MOEDA.
           MOVE FAT-VALOR          TO FAT-VALOR-MOEDA.
           MOVE ZEROS              TO FAT-COTACAO.
           MOVE "N" TO WRK-FATURA-GRAVADA.
           PERFORM 0253-GRAVAR-RECEBER
               UNTIL FATURA-GRAVADA OR FATURA-FALHOU.
           IF FATURA-GRAVADA
               MOVE "EMISSAO"      TO WRK-JRN-OPERACAO
               MOVE ZEROS          TO WRK-JRN-SEQ
               MOVE WRK-DATA-HOJE  TO WRK-JRN-DATA-MOV
               MOVE FAT-VALOR      TO WRK-JRN-VALOR
               MOVE WRK-FAT-MOTIVO TO WRK-JRN-MOTIVO
               PERFORM 9200-GRAVAR-JORNAL
               MOVE FAT-NUMERO TO WRK-FAT-EMITIDA
               OPEN OUTPUT FATNUMCTL
               MOVE WRK-PROX-FATURA TO REG-FATNUM
               WRITE REG-FATNUM
               CLOSE FATNUMCTL
           END-IF.

      *=== COBRANCA DA CONFIRMACAO DA RESERVA EM REG-RESERVA: SINAL
      *=== PELO PERCENTUAL DE RESFAT.CTL, SALDO = TOTAL - SINAL,
      *=== VENCENDO WRK-DIAS-SALDO DIAS UTEIS ANTES DO 1O TRECHO (NUNCA
      *=== ANTES DE HOJE); PASSAGEIRO PARTICULAR PAGA NO BALCAO
       0260-CALCULAR-COBRANCA SECTION.
           COMPUTE WRK-VALOR-SINAL ROUNDED =
               RES-TOTAL * WRK-PERC-SINAL / 100.
           COMPUTE WRK-VALOR-SALDO = RES-TOTAL - WRK-VALOR-SINAL.
           MOVE WRK-DATA-HOJE TO WRK-VENC-SALDO.
           IF RES-TRE-DATA(1) NUMERIC
              AND RES-TRE-DATA(1) GREATER WRK-DATA-HOJE
               MOVE RES-TRE-DATA(1) TO WRK-DATA-ATUAL
               MOVE WRK-DIAS-SALDO  TO WRK-DIAS-PEDIDOS
               PERFORM 0282-RECUAR-DIAS-UTEIS
               MOVE WRK-DATA-ATUAL  TO WRK-VENC-SALDO
               IF WRK-VENC-SALDO LESS WRK-DATA-HOJE
                   MOVE WRK-DATA-HOJE TO WRK-VENC-SALDO
               END-IF
           END-IF.
           IF RES-CLIENTE EQUAL ZEROS
               DISPLAY "PASSAGEIRO PARTICULAR - SINAL E SALDO PAGOS NO "
                       "BALCAO"
           ELSE
               MOVE WRK-PERC-SINAL  TO WRK-PERC-ED
               MOVE WRK-VALOR-SINAL TO WRK-SINAL-ED
               MOVE WRK-VALOR-SALDO TO WRK-SALDO-ED
               DISPLAY "SINAL (" WRK-PERC-ED "%)..... " WRK-SINAL-ED
                       " - VENCE HOJE"
               DISPLAY "SALDO................ " WRK-SALDO-ED
                       " - VENCE EM " WRK-VENC-SALDO
           END-IF.

      *=== EMITE AS FATURAS DO SINAL E DO SALDO DA RESERVA CONFIRMADA
      *=== (VALORES DO 0260) E AS LIGA A ELA; O NUMERO DA RESERVA VAI NO
      *=== MOTIVO DO JORNAL
       0262-FATURAR-CONFIRMACAO SECTION.
           MOVE ZEROS TO RES-FATURA-SINAL RES-FATURA-SALDO
                         RES-VENC-SALDO.
           IF RES-CLIENTE NOT EQUAL ZEROS
               IF WRK-VALOR-SINAL GREATER ZEROS
                   MOVE WRK-VALOR-SINAL TO WRK-FAT-VALOR
                   MOVE WRK-DATA-HOJE   TO WRK-FAT-VENCIMENTO
                   MOVE SPACES TO WRK-FAT-MOTIVO
                   STRING "SINAL DA RESERVA " DELIMITED BY SIZE
                          RES-NUMERO          DELIMITED BY SIZE
                          INTO WRK-FAT-MOTIVO
                   END-STRING
                   PERFORM 0258-EMITIR-FATURA
                   MOVE WRK-FAT-EMITIDA TO RES-FATURA-SINAL
                   IF WRK-FAT-EMITIDA GREATER ZEROS
                       DISPLAY "FATURA DO SINAL...... " WRK-FAT-EMITIDA
                   ELSE
                       DISPLAY "AVISO: SINAL DA RESERVA " RES-NUMERO
                               " SEM FATURA - COBRAR NO BALCAO"
                   END-IF
               END-IF
               IF WRK-VALOR-SALDO GREATER ZEROS
                   MOVE WRK-VALOR-SALDO TO WRK-FAT-VALOR
                   MOVE WRK-VENC-SALDO  TO WRK-FAT-VENCIMENTO
                   MOVE SPACES TO WRK-FAT-MOTIVO
                   STRING "SALDO DA RESERVA " DELIMITED BY SIZE
                          RES-NUMERO          DELIMITED BY SIZE
                          INTO WRK-FAT-MOTIVO
                   END-STRING
                   PERFORM 0258-EMITIR-FATURA
                   MOVE WRK-FAT-EMITIDA TO RES-FATURA-SALDO
                   IF WRK-FAT-EMITIDA GREATER ZEROS
                       MOVE WRK-VENC-SALDO TO RES-VENC-SALDO
                       DISPLAY "FATURA DO SALDO...... " WRK-FAT-EMITIDA
                               " - VENCE EM " WRK-VENC-SALDO
                   ELSE
                       DISPLAY "AVISO: SALDO DA RESERVA " RES-NUMERO
                               " SEM FATURA - COBRAR NO BALCAO"
                   END-IF
               END-IF
           END-IF.

      *=== QUANTO O CLIENTE JA PAGOU DA RESERVA EM REG-RESERVA: NAS
      *=== FATURAS DO SINAL E DO SALDO, O VALOR MENOS O SALDO EM ABERTO
      *=== (SEM OS ENCARGOS); A CONFIRMADA SEM FATURA (PARTICULAR OU
      *=== CONFIRMADA ANTES DA COBRANCA) CONTA COMO PAGA NO BALCAO
       0264-APURAR-PAGO      SECTION.
           MOVE ZEROS TO WRK-VALOR-PAGO.
           IF RES-FATURA-SINAL EQUAL ZEROS
              AND RES-FATURA-SALDO EQUAL ZEROS
               IF RESERVA-CONFIRMADA
                   MOVE RES-TOTAL TO WRK-VALOR-PAGO
               END-IF
           ELSE
               IF RES-FATURA-SINAL GREATER ZEROS
                   MOVE RES-FATURA-SINAL TO FAT-NUMERO
                   PERFORM 0265-LER-FATURA-RESERVA
               END-IF
               IF RES-FATURA-SALDO GREATER ZEROS
                   MOVE RES-FATURA-SALDO TO FAT-NUMERO
                   PERFORM 0265-LER-FATURA-RESERVA
               END-IF
           END-IF.

      *=== LE A FATURA FAT-NUMERO DA RESERVA: SOMA O QUE JA FOI PAGO
      *=== DELA EM WRK-VALOR-PAGO E LIGA FATURA-PENDENTE QUANDO AINDA HA
      *=== SALDO A RECEBER (ABERTA OU PARCIAL)
       0265-LER-FATURA-RESERVA SECTION.
           MOVE "N" TO WRK-FAT-PENDENTE.
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
               IF (FATURA-ABERTA OR FATURA-PARCIAL)
                  AND FAT-SALDO GREATER ZEROS
                   MOVE "S" TO WRK-FAT-PENDENTE
               END-IF
           END-IF.

      *=== ANULA O SALDO EM ABERTO DA FATURA FAT-NUMERO DA RESERVA
      *=== CANCELADA: FICA "C"-CANCELADA COM SALDO ZERO, COMO NA
      *=== ANULACAO DO LOTE DO PROGRAMA08, E VAI PARA O JORNAL. FATURA
      *=== LIQUIDADA NAO MUDA
       0268-ANULAR-FATURA    SECTION.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO " DA RESERVA "
                           RES-NUMERO " NAO ESTA NO LIVRO"
           END-READ.
           IF FS-RECEBER EQUAL 00
              AND (FATURA-ABERTA OR FATURA-PARCIAL)
               MOVE FAT-SALDO TO WRK-JRN-VALOR
               MOVE ZEROS     TO FAT-SALDO
               MOVE "C"       TO FAT-STATUS
               REWRITE REG-RECEBER
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR A FATURA " FAT-NUMERO
                               " - FS " FS-RECEBER
                   NOT INVALID KEY
                       MOVE "ANULACAO"    TO WRK-JRN-OPERACAO
                       MOVE ZEROS         TO WRK-JRN-SEQ
                       MOVE WRK-DATA-HOJE TO WRK-JRN-DATA-MOV
                       MOVE SPACES        TO WRK-JRN-MOTIVO
                       STRING "CANCELAMENTO DA RESERVA "
                                          DELIMITED BY SIZE
                              RES-NUMERO  DELIMITED BY SIZE
                              INTO WRK-JRN-MOTIVO
                       END-STRING
                       PERFORM 9200-GRAVAR-JORNAL
                       DISPLAY "FATURA " FAT-NUMERO " ANULADA"
               END-REWRITE
           END-IF.

      *=== LIBERA A RESERVA CONFIRMADA CUJO SINAL AINDA ESTA EM ABERTO
      *=== PASSADOS WRK-DIAS-SINAL DIAS UTEIS DO VENCIMENTO
       0270-LIBERAR-VENCIDAS SECTION.
           MOVE ZEROS TO WRK-QTD-LIBERADAS.
           PERFORM VARYING WRK-IND-LIB FROM 1 BY 1
                     UNTIL WRK-IND-LIB GREATER WRK-QTD-RESERVAS
               MOVE WRK-RES-REG(WRK-IND-LIB) TO REG-RESERVA
               IF RESERVA-CONFIRMADA
                  AND RES-FATURA-SINAL GREATER ZEROS
                   PERFORM 0272-CONFERIR-SINAL
               END-IF
           END-PERFORM.
           IF WRK-QTD-LIBERADAS GREATER ZEROS
               DISPLAY "RESERVAS LIBERADAS POR FALTA DO SINAL: "
                       WRK-QTD-LIBERADAS
           END-IF.

      *=== LIMITE DO SINAL = VENCIMENTO + DIAS UTEIS DE TOLERANCIA;
      *=== PASSOU DELE COM A FATURA EM ABERTO, A RESERVA E LIBERADA
       0272-CONFERIR-SINAL   SECTION.
           MOVE ZEROS TO WRK-VALOR-PAGO.
           MOVE RES-FATURA-SINAL TO FAT-NUMERO.
           PERFORM 0265-LER-FATURA-RESERVA.
           IF FATURA-PENDENTE
              AND FAT-VENCIMENTO GREATER ZEROS
               MOVE FAT-VENCIMENTO TO WRK-DATA-ATUAL
               MOVE WRK-DIAS-SINAL TO WRK-DIAS-PEDIDOS
               PERFORM 0280-AVANCAR-DIAS-UTEIS
               MOVE WRK-DATA-ATUAL TO WRK-LIMITE-SINAL
               IF WRK-DATA-HOJE GREATER WRK-LIMITE-SINAL
                   PERFORM 0274-LIBERAR-RESERVA
               END-IF
           END-IF.

      *=== CANCELA A RESERVA EM REG-RESERVA SEM MULTA: O QUE JA FOI
      *=== PAGO (PARTE DO SINAL, ALGUM SALDO) VOLTA COMO REEMBOLSO, AS
      *=== FATURAS SAO ANULADAS E O LUGAR VAI PARA A LISTA DE ESPERA
       0274-LIBERAR-RESERVA  SECTION.
           IF RES-FATURA-SALDO GREATER ZEROS
               MOVE RES-FATURA-SALDO TO FAT-NUMERO
               PERFORM 0265-LER-FATURA-RESERVA
           END-IF.
           MOVE RES-STATUS     TO WRK-STATUS-ANTERIOR.
           MOVE "X"            TO RES-STATUS.
           MOVE "L"            TO RES-TIPO-CANCEL.
           MOVE WRK-DATA-HOJE  TO RES-DATA-CANCEL.
           MOVE ZEROS          TO RES-PERC-MULTA RES-MULTA
                                  RES-FATURA-MULTA WRK-MULTA-FATURAR.
           MOVE WRK-VALOR-PAGO TO RES-REEMBOLSO.
           DISPLAY "RESERVA " RES-NUMERO " - " RES-PASSAGEIRO.
           DISPLAY "  SINAL NAO PAGO ATE " WRK-LIMITE-SINAL
                   " - RESERVA LIBERADA".
           PERFORM 0250-LANCAR-ACERTO.
           MOVE REG-RESERVA TO WRK-RES-REG(WRK-IND-LIB).
           MOVE "S" TO WRK-HOUVE-MUDANCA.
           ADD 1 TO WRK-QTD-LIBERADAS.
           PERFORM 0230-OFERECER-LUGAR.

      *=== ANDA WRK-DIAS-PEDIDOS DIAS UTEIS PARA A FRENTE A PARTIR DE
      *=== WRK-DATA-ATUAL (A DATA INICIAL NAO CONTA), COMO NO PROG020
       0280-AVANCAR-DIAS-UTEIS SECTION.
           MOVE ZEROS TO WRK-DIAS-ANDADOS.
           PERFORM UNTIL WRK-DIAS-ANDADOS EQUAL WRK-DIAS-PEDIDOS
               PERFORM 0284-AVANCAR-UM-DIA
               PERFORM 0288-VERIFICAR-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO WRK-DIAS-ANDADOS
               END-IF
           END-PERFORM.

      *=== A MESMA CAMINHADA PARA TRAS: O N-ESIMO DIA UTIL ANTES DE
      *=== WRK-DATA-ATUAL
       0282-RECUAR-DIAS-UTEIS SECTION.
           MOVE ZEROS TO WRK-DIAS-ANDADOS.
           PERFORM UNTIL WRK-DIAS-ANDADOS EQUAL WRK-DIAS-PEDIDOS
               PERFORM 0285-RECUAR-UM-DIA
               PERFORM 0288-VERIFICAR-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO WRK-DIAS-ANDADOS
               END-IF
           END-PERFORM.

      *=== AVANCA WRK-DATA-ATUAL EM 1 DIA, VIRANDO MES E ANO QUANDO
      *=== PRECISO (PROG020)
       0284-AVANCAR-UM-DIA   SECTION.
           PERFORM 0286-VERIFICAR-BISSEXTO.
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

      *=== RECUA WRK-DATA-ATUAL EM 1 DIA: ANTES DO DIA 1 VEM O ULTIMO
      *=== DIA DO MES ANTERIOR (E DEZEMBRO DO ANO ANTERIOR)
       0285-RECUAR-UM-DIA    SECTION.
           SUBTRACT 1 FROM WRK-ATU-DIA.
           IF WRK-ATU-DIA EQUAL ZEROS
               SUBTRACT 1 FROM WRK-ATU-MES
               IF WRK-ATU-MES EQUAL ZEROS
                   MOVE 12 TO WRK-ATU-MES
                   SUBTRACT 1 FROM WRK-ATU-ANO
               END-IF
               PERFORM 0286-VERIFICAR-BISSEXTO
               MOVE DIAS-MES(WRK-ATU-MES) TO WRK-TOTAL-DIAS-MES
               IF WRK-ATU-MES EQUAL 02 AND ANO-BISSEXTO
                   MOVE 29 TO WRK-TOTAL-DIAS-MES
               END-IF
               MOVE WRK-TOTAL-DIAS-MES TO WRK-ATU-DIA
           END-IF.

      *=== WRK-ATU-ANO E BISSEXTO QUANDO DIVISIVEL POR 4 E NAO POR
      *=== 100, OU QUANDO DIVISIVEL POR 400 (PROG016)
       0286-VERIFICAR-BISSEXTO SECTION.
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

      *=== PERGUNTA AO DATAMES SE WRK-DATA-ATUAL E DIA UTIL
       0288-VERIFICAR-DIA-UTIL SECTION.
           MOVE SPACES         TO WRK-DATA-PARM.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-PARM(1:8).
           CALL "DATAMES" USING WRK-DATA-PARM WRK-DIA-UTIL.

      *=== MANIFESTO DO DIA: TODO TRECHO DE RESERVA NAO CANCELADA CUJA
      *=== DATA E A ESCOLHIDA, COM DESTINO, PASSAGEIRO E STATUS (A
      *=== LISTA DE ESPERA NAO VIAJA E FICA DE FORA)
       0240-MANIFESTO-DIARIO SECTION.
           DISPLAY "DATA DO MANIFESTO AAAAMMDD: ".
           ACCEPT WRK-DATA-MANIFESTO.

           DISPLAY "==== MANIFESTO DE VIAGEM DE " WRK-DATA-MANIFESTO
                   " ====".
           MOVE ZEROS TO WRK-TRECHOS-NO-DIA WRK-QTD-SALDO-ABERTO.
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                     UNTIL WRK-IND-RES GREATER WRK-QTD-RESERVAS
               MOVE WRK-RES-REG(WRK-IND-RES) TO REG-RESERVA
               IF NOT RESERVA-CANCELADA AND NOT RESERVA-EM-ESPERA
                   PERFORM 0245-MANIFESTAR-TRECHOS
               END-IF
           END-PERFORM.
           DISPLAY "TRECHOS NO DIA........ " WRK-TRECHOS-NO-DIA.
           DISPLAY "COM SALDO EM ABERTO... " WRK-QTD-SALDO-ABERTO.

      *=== TRECHOS DA RESERVA CORRENTE QUE CAEM NA DATA DO MANIFESTO;
      *=== QUEM VIAJA COM A FATURA DO SALDO AINDA EM ABERTO E MARCADO
       0245-MANIFESTAR-TRECHOS SECTION.
           EVALUATE TRUE
               WHEN RESERVA-CONFIRMADA
                   DISPLAY RES-TRE-DESTINO(WRK-IND-TRECHO)
                           " - RESERVA " RES-NUMERO " - "
                           RES-PASSAGEIRO " - " WRK-STATUS-EXT
                   IF RES-FATURA-SALDO GREATER ZEROS AND LIVRO-ABERTO
                       MOVE RES-FATURA-SALDO TO FAT-NUMERO
                       PERFORM 0265-LER-FATURA-RESERVA
                       IF FATURA-PENDENTE
                           ADD 1 TO WRK-QTD-SALDO-ABERTO
                           MOVE FAT-SALDO TO WRK-SALDO-ED
                           DISPLAY "     ** SALDO EM ABERTO: "
                                   WRK-SALDO-ED " (FATURA " FAT-NUMERO
                                   ") - COBRAR ANTES DO EMBARQUE"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *=== REGRAVA O ARQUIVO QUANDO HOUVE MUDANCA NA SESSAO
       0300-FINALIZAR        SECTION.
           IF LIVRO-ABERTO
               CLOSE RECEBER
           END-IF.
           IF HOUVE-MUDANCA
               PERFORM 0310-BACKUP-RESERVAS
               OPEN OUTPUT RESERVAS
               PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                         UNTIL WRK-IND-RES GREATER WRK-QTD-RESERVAS
               DISPLAY "NENHUMA MUDANCA - RESERVAS.DAT PRESERVADO"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== GUARDA O RESERVAS.DAT DE ANTES DA SESSAO COMO GERACAO DE
      *=== BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0310-BACKUP-RESERVAS  SECTION.
           MOVE "B"                      TO BKP-OPERACAO.
           MOVE "RESERVAS.DAT"           TO BKP-ARQUIVO.
           MOVE "..\dados\RESERVAS.DAT"  TO BKP-CAMINHO.
           MOVE "RESMANU"                TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE RESERVAS.DAT FALHOU - FS "
                       BKP-FS
           END-IF.

       COPY "ASSPR.cpy".
       COPY "FATJRPR.cpy".
