      *==  OBSERVACOES: E ESTE PASSO QUE TRANSFORMA O LOTE DE FATURAS
      *==               NUM PROCESSO DE COBRANCA DE VERDADE; A BAIXA
      *==               MANUAL DO BALCAO CONTINUA NO PROGRAMA12
      *==  ALTERACOES
      *==  12/05/2025 GC: O LAYOUT DE CONTAS_RECEBER.DAT PASSA A VIR DO
      *==               COPYBOOK FATREG, COM A CHAVE DO CLIENTE (TIPO +
      *==               REG-ID) NO FIM DO REGISTRO
      *==  14/05/2025 GC: CONTAS_RECEBER.DAT PASSA A SER INDEXADO POR
      *==               FAT-NUMERO (CONVERSAO PELO FATINDX): ACABA A
      *==               TABELA DE 500 FATURAS EM MEMORIA - A REMESSA LE
      *==               O LIVRO EM ORDEM DE NUMERO E CADA TITULO DO
      *==               RETORNO E CASADO POR READ DIRETO PELO NUMERO E
      *==               BAIXADO POR REWRITE, SEM REGRAVAR O LIVRO
      *==               INTEIRO NO FIM
      *==  16/05/2025 GC: PAGAMENTO PARCIAL: A REMESSA COBRA O SALDO EM
      *==               ABERTO DA FATURA E NAO O VALOR ORIGINAL; O "LQ"
      *==               DO RETORNO VIRA 1 LINHA DE PAGAMENTO (ORIGEM
      *==               "R") PELO MESMO LANCAMENTO DO BALCAO (COPYBOOKS
      *==               FATPGWS/FATPGPR) - O QUE O BANCO RECEBE ACIMA DO
      *==               SALDO SAO OS ENCARGOS COBRADOS POR ELE E O QUE
      *==               VEM ABAIXO DEIXA A FATURA PARCIAL
      *==  19/05/2025 GC: OS PAGAMENTOS DO RETORNO VAO PARA O JORNAL DE
      *==               LANCAMENTOS DO CONTAS A RECEBER
      *==               (CONTAS_RECEBER.LOG, COPYBOOKS FATJRN/FATJRWS/
      *==               FATJRPR), OPERADOR "BANCO"
      *==  21/05/2025 GC: FATURA "R"-RENEGOCIADA (FATRENEG) NAO VAI NA
      *==               REMESSA - QUEM E COBRADO SAO AS PARCELAS DO
      *==               ACORDO - E O TITULO DELA QUE VOLTAR PAGO NO
      *==               RETORNO VAI PARA REVISAO
      *==  23/05/2025 GC: NOTA DE CREDITO (FATNOTA): A REMESSA LEVA, EM
      *==               REGISTROS TIPO 2, AS INSTRUCOES DA FILA
      *==               INSTRUCAO_BANCO.TXT ("02"-PEDIDO DE BAIXA DO
      *==               TITULO CANCELADO / "04"-ABATIMENTO) E ESVAZIA A
      *==               FILA; O TRAILER GANHA A QUANTIDADE DE
      *==               INSTRUCOES E A DATA DA REMESSA FICA EM
      *==               REMESSA.CTL. NO RETORNO, "BX"/"AB" SAO A
      *==               CONFIRMACAO DO BANCO PARA ESSAS INSTRUCOES
      *==  02/06/2025 GC: TITULO PAGO NO RETORNO COM DATA DENTRO DE UM
      *==               MES JA FECHADO PELO FATFECH NAO E BAIXADO E VAI
      *==               PARA REVISAO, PARA SER LANCADO NO PROGRAMA12
      *==               COM DATA DE PERIODO ABERTO (COPYBOOKS FATFCWS/
      *==               FATFCPR)
      *==  09/06/2025 GC: BOLETO: O DETALHE DA REMESSA LEVA O NOSSO
      *==               NUMERO E O DIGITO (REGISTRO DE 74 POSICOES); O
      *==               TITULO QUE AINDA NAO TEM NOSSO NUMERO RECEBE O
      *==               PROXIMO DO NOSSONUM.CTL NA REMESSA (O LIVRO
      *==               PASSA A SER ABERTO I-O), E SEM BANCO.CTL A
      *==               REMESSA E RECUSADA (COPYBOOKS FATBCO/FATBOLWS/
      *==               FATBOLPR). O RETORNO TRAZ O NOSSO NUMERO NO FIM
      *==               DO DETALHE: O TITULO SEM NUMERO DE FATURA E
      *==               CASADO PELO NOSSO NUMERO, E O QUE DIVERGE DO DA
      *==               FATURA VAI PARA REVISAO
      *==  23/06/2025 GC: PODE SER CHAMADO PELA CADEIA DE FATURAMENTO DO
      *==               FIM DO MES (FATCADE): COM O SINALIZADOR DE LOTE
      *==               (COPYBOOK LOTEWS) LIGADO GERA A REMESSA (MODO 1)
      *==               SEM PERGUNTAR. STOP RUN TROCADO POR GOBACK E AS
      *==               RECUSAS E FALHAS SAEM COM RETURN-CODE 8
      *==  08/09/2025 GC: FATURA RETIDA NA REVISAO DE VALORES ATIPICOS
      *==               (FATATIP, LISTA ATIPICOS.DAT - COPYBOOK ATPREG)
      *==               NAO VAI NA REMESSA ATE O SUPERVISOR LIBERAR; A
      *==               REMESSA LISTA E CONTA AS QUE FICARAM DE FORA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIVRO DE CONTAS A RECEBER (VER PROGRAMA08/PROGRAMA12),
      *=== INDEXADO PELO NUMERO DA FATURA
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== REMESSA DE COBRANCA NO LAYOUT DO BANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

      *=== DATA DA ULTIMA REMESSA, 1 LINHA SO (VER FATNOTA)
           SELECT REMESSACTL ASSIGN
           TO "dados\REMESSA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMCTL.

      *=== FILA DE INSTRUCOES PARA O BANCO (COPYBOOK FATINS)
           SELECT INSTRUCAO ASSIGN
           TO "dados\INSTRUCAO_BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTRUCAO.

      *=== RETORNO DO BANCO COM O DESFECHO DE CADA TITULO
           SELECT RETORNO ASSIGN
           TO "dados\RETORNO_BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

      *=== LINHAS DE PAGAMENTO DE CADA FATURA
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== SALDO CREDOR DE CADA CLIENTE (PAGAMENTO A MAIS)
           SELECT CREDITOS ASSIGN
           TO "dados\CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE-CLI
               FILE STATUS IS FS-CREDITOS.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== ULTIMO DIA DO ULTIMO MES FECHADO (FATFECH)
           SELECT FECHCTL ASSIGN
           TO "dados\FECHAMENTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHCTL.

      *=== LISTA DE RETENCAO DA REVISAO DE VALORES ATIPICOS (FATATIP)
           SELECT ATIPICOS ASSIGN
           TO "dados\ATIPICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATIPICOS.

      *=== BANCO, AGENCIA, CARTEIRA E CONTA DA COBRANCA, 1 LINHA SO
           SELECT BANCOCTL ASSIGN
           TO "dados\BANCO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCOCTL.

      *=== PROXIMO NOSSO NUMERO, 1 LINHA SO (VER PROGRAMA08)
           SELECT NOSSONUMCTL ASSIGN
           TO "dados\NOSSONUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOSSONUM.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER.
           COPY "FATREG.cpy".

      *=== OS 3 TIPOS DE REGISTRO DA REMESSA SAO VISOES DA MESMA LINHA
       FD  REMESSA.
       01  REG-REMESSA          PIC X(074).

       FD  REMESSACTL.
       01  REG-REMESSACTL              PIC 9(008).

       FD  INSTRUCAO.
           COPY "FATINS.cpy".

      *=== DETALHE DO RETORNO: TIPO(1) + NUMERO(6) + OCORRENCIA(2)
      *=== + DATA(8) + VALOR PAGO(10) + NOSSO NUMERO(11) + DIGITO(1)
       FD  RETORNO.
       01  REG-RETORNO.
           05  RET-TIPO             PIC X(001).
           05  RET-VALOR-PAGO       PIC X(010).
           05  RET-VALOR-PAGO-R REDEFINES RET-VALOR-PAGO
                                    PIC 9(008)V99.
           05  RET-NOSSO-NUMERO     PIC X(011).
           05  RET-NOSSO-NUMERO-R REDEFINES RET-NOSSO-NUMERO
                                    PIC 9(011).
           05  RET-NOSSO-DV         PIC X(001).

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  CREDITOS.
           COPY "CRDREG.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  FECHCTL.
       01  REG-FECHCTL                 PIC 9(008).

       FD  ATIPICOS.
           COPY "ATPREG.cpy".

       FD  BANCOCTL.
           COPY "FATBCO.cpy".

       FD  NOSSONUMCTL.
       01  REG-NOSSONUM                PIC 9(011).

       WORKING-STORAGE       SECTION.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-REMESSA           PIC 9(002) VALUE ZEROS.
       77  FS-RETORNO           PIC 9(002) VALUE ZEROS.
       77  FS-PAGAMENTOS        PIC 9(002) VALUE ZEROS.
       77  FS-CREDITOS          PIC 9(002) VALUE ZEROS.
       77  FS-REMCTL            PIC 9(002) VALUE ZEROS.
       77  FS-INSTRUCAO         PIC 9(002) VALUE ZEROS.
       77  FS-ATIPICOS          PIC 9(002) VALUE ZEROS.

      *=== MODO: 1-GERAR REMESSA / 2-PROCESSAR RETORNO
       77  WRK-MODO             PIC X(001) VALUE "1".
           88  MODO-REMESSA                VALUE "1".
           88  MODO-RETORNO                VALUE "2".

      *=== VISOES DOS REGISTROS DA REMESSA
       01  WRK-REM-HEADER.
           05  RMH-TIPO             PIC X(001) VALUE "0".
           05  RMH-EMPRESA          PIC X(020) VALUE "XPTO COBRANCAS".
           05  RMH-DATA             PIC 9(008).
           05  FILLER               PIC X(045) VALUE SPACES.
       01  WRK-REM-DETALHE.
           05  RMD-TIPO             PIC X(001) VALUE "1".
           05  RMD-NUMERO           PIC 9(006).
           05  RMD-CLIENTE          PIC X(030).
           05  RMD-VALOR            PIC 9(008)V99.
           05  RMD-VENCIMENTO       PIC 9(008).
           05  RMD-NOSSO-NUMERO     PIC 9(011).
           05  RMD-NOSSO-DV         PIC 9(001).
           05  FILLER               PIC X(007) VALUE SPACES.
       01  WRK-REM-INSTRUCAO.
           05  RMI-TIPO             PIC X(001) VALUE "2".
           05  RMI-NUMERO           PIC 9(006).
           05  RMI-INSTRUCAO        PIC X(002).
           05  RMI-VALOR            PIC 9(008)V99.
           05  RMI-DATA             PIC 9(008).
           05  FILLER               PIC X(047) VALUE SPACES.
       01  WRK-REM-TRAILER.
           05  RMT-TIPO             PIC X(001) VALUE "9".
           05  RMT-QUANTIDADE       PIC 9(006).
           05  RMT-TOTAL            PIC 9(012)V99.
           05  RMT-QTD-INSTRUCOES   PIC 9(006).
           05  FILLER               PIC X(047) VALUE SPACES.

      *=== TOTAIS DA REMESSA E DO RETORNO
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-QTD-LIQUIDADAS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-CASAR    PIC 9(004) VALUE ZEROS.
       77  WRK-FATURA-ACHADA    PIC X(001) VALUE "N".
           88  FATURA-ACHADA               VALUE "S".
           88  NOSSO-DIVERGENTE            VALUE "D".
       77  WRK-QTD-NOSSO-NOVOS  PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-PARCIAIS     PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-INSTRUCOES   PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-CONFIRMADAS  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-PER-FECHADO  PIC 9(004) VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== FATURAS RETIDAS NA REVISAO DE VALORES ATIPICOS (FATATIP)
       01  WRK-TAB-RETIDAS.
           05  WRK-RETIDA-NUMERO    PIC 9(006) OCCURS 500 TIMES.
       77  WRK-QTD-RETIDAS      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-RETIDA       PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-FORA-REMESSA PIC 9(004) VALUE ZEROS.
       77  WRK-FATURA-RETIDA    PIC X(001) VALUE "N".
           88  FATURA-RETIDA               VALUE "S".

      *=== LANCAMENTO DE PAGAMENTO NA FATURA (COPYBOOKS FATPGWS/FATPGPR)
       COPY "FATPGWS.cpy".

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

      *=== TRAVA DO PERIODO FECHADO (COPYBOOKS FATFCWS/FATFCPR)
       COPY "FATFCWS.cpy".

      *=== NOSSO NUMERO DO BOLETO (COPYBOOKS FATBOLWS/FATBOLPR)
       COPY "FATBOLWS.cpy".

      *=== SINALIZADOR DE EXECUCAO EM LOTE, LIGADO PELA CADEIA DE
      *=== FATURAMENTO (FATCADE): SEM PERGUNTAS DE OPERADOR
       COPY "LOTEWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
               PERFORM 0400-PROCESSAR-RETORNO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "PROGRAMA13" TO WRK-JRN-PROGRAMA.
           MOVE "BANCO"      TO WRK-JRN-OPERADOR.

      *=== NA CADEIA DE FATURAMENTO (FATCADE) O MODO E SEMPRE A REMESSA
           IF EXECUCAO-EM-LOTE
               MOVE "1" TO WRK-MODO
           ELSE
               DISPLAY "MODO (1-GERAR REMESSA / 2-PROCESSAR RETORNO): "
               ACCEPT WRK-MODO
           END-IF.

      *=== A REMESSA REGRAVA O NOSSO NUMERO QUE ATRIBUIR; O RETORNO
      *=== REGRAVA AS BAIXAS
           OPEN I-O RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== O RETORNO LANCA LINHAS DE PAGAMENTO (1A EXECUCAO CRIA VAZIOS)
           IF MODO-RETORNO
               OPEN I-O PAGAMENTOS
               IF FS-PAGAMENTOS EQUAL 35
                   OPEN OUTPUT PAGAMENTOS
                   CLOSE PAGAMENTOS
                   OPEN I-O PAGAMENTOS
               END-IF
               OPEN I-O CREDITOS
               IF FS-CREDITOS EQUAL 35
                   OPEN OUTPUT CREDITOS
                   CLOSE CREDITOS
                   OPEN I-O CREDITOS
               END-IF
               IF FS-PAGAMENTOS NOT EQUAL 00
                  OR FS-CREDITOS NOT EQUAL 00
                   DISPLAY "FAT_PAGAMENTOS.DAT/CREDITOS.DAT NAO FORAM "
                           "ABERTOS - FS " FS-PAGAMENTOS " "
                           FS-CREDITOS
                   CLOSE RECEBER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *=== MODO 1: HEADER, 1 DETALHE POR FATURA EM ABERTO OU PARCIAL
      *=== (PELO SALDO), AS INSTRUCOES PENDENTES E TRAILER COM
      *=== QUANTIDADE E TOTAL, NO LAYOUT DO BANCO
       0200-GERAR-REMESSA    SECTION.
           MOVE ZEROS TO WRK-QTD-REMETIDAS.
           MOVE ZEROS TO WRK-TOTAL-REMETIDO.
           MOVE ZEROS TO WRK-QTD-NOSSO-NOVOS.
           MOVE ZEROS TO WRK-QTD-FORA-REMESSA.
           PERFORM 0215-CARREGAR-RETIDAS.

      *=== SEM O BANCO.CTL NAO HA COMO NUMERAR OS TITULOS NO BANCO
           PERFORM 9500-CARREGAR-BANCO.
           IF NOT BANCO-CONFIGURADO
               DISPLAY "BANCO.CTL AUSENTE OU INCOMPLETO - REMESSA "
                       "RECUSADA"
               CLOSE RECEBER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REMESSA.
           IF FS-REMESSA NOT EQUAL 00
               DISPLAY "REMESSA.TXT NAO FOI ABERTO - FS " FS-REMESSA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-DATA-HOJE TO RMH-DATA.
           MOVE WRK-REM-HEADER TO REG-REMESSA.
           WRITE REG-REMESSA.

           MOVE ZEROS TO FAT-NUMERO.
           START RECEBER KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
               IF FATURA-ABERTA OR FATURA-PARCIAL
                   PERFORM 0220-VERIFICAR-RETENCAO
                   IF FATURA-RETIDA
                       ADD 1 TO WRK-QTD-FORA-REMESSA
                       DISPLAY "FATURA " FAT-NUMERO " RETIDA NA "
                               "REVISAO DE VALORES ATIPICOS (FATATIP)"
                               " - FORA DA REMESSA"
                   ELSE
                       IF FAT-NOSSO-NUMERO EQUAL ZEROS
                           PERFORM 0205-NUMERAR-TITULO
                       END-IF
                       MOVE FAT-NUMERO     TO RMD-NUMERO
                       MOVE FAT-CLIENTE    TO RMD-CLIENTE
                       MOVE FAT-SALDO      TO RMD-VALOR
                       MOVE FAT-VENCIMENTO TO RMD-VENCIMENTO
                       MOVE FAT-NOSSO-NUMERO TO RMD-NOSSO-NUMERO
                       MOVE FAT-NOSSO-DV   TO RMD-NOSSO-DV
                       MOVE WRK-REM-DETALHE TO REG-REMESSA
                       WRITE REG-REMESSA
                       ADD 1 TO WRK-QTD-REMETIDAS
                       ADD FAT-SALDO TO WRK-TOTAL-REMETIDO
                   END-IF
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.

           PERFORM 9515-GUARDAR-NOSSO-NUMERO.

           PERFORM 0210-MANDAR-INSTRUCOES.

           MOVE WRK-QTD-REMETIDAS  TO RMT-QUANTIDADE.
           MOVE WRK-TOTAL-REMETIDO TO RMT-TOTAL.
           MOVE WRK-QTD-INSTRUCOES TO RMT-QTD-INSTRUCOES.
           MOVE WRK-REM-TRAILER TO REG-REMESSA.
           WRITE REG-REMESSA.

           CLOSE REMESSA.

      *=== DATA DESTA REMESSA: O QUE FOI EMITIDO ATE ELA ESTA NO BANCO
           OPEN OUTPUT REMESSACTL.
           MOVE WRK-DATA-HOJE TO REG-REMESSACTL.
           WRITE REG-REMESSACTL.
           CLOSE REMESSACTL.

           DISPLAY "TITULOS REMETIDOS...... " WRK-QTD-REMETIDAS.
           DISPLAY "  NOSSO NUMERO NOVO.... " WRK-QTD-NOSSO-NOVOS.
           MOVE WRK-TOTAL-REMETIDO TO WRK-VALOR-ED.
           DISPLAY "TOTAL DA REMESSA....... " WRK-VALOR-ED.
           DISPLAY "INSTRUCOES AO BANCO.... " WRK-QTD-INSTRUCOES.
           DISPLAY "RETIDAS (FATATIP)...... " WRK-QTD-FORA-REMESSA.
           DISPLAY "GRAVADO EM REMESSA.TXT".

      *=== TITULO SEM NOSSO NUMERO (PARCELA DE ACORDO, FATURA DE LOTE
      *=== SEM BANCO.CTL OU ANTERIOR AO BOLETO): RECEBE O PROXIMO, QUE
      *=== FICA REGRAVADO NA FATURA
       0205-NUMERAR-TITULO   SECTION.
           PERFORM 9510-ATRIBUIR-NOSSO-NUMERO.
           REWRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR O NOSSO NUMERO DA FATURA "
                           FAT-NUMERO " - FS " FS-RECEBER
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-NOSSO-NOVOS
           END-REWRITE.

      *=== 1 REGISTRO TIPO 2 POR INSTRUCAO DA FILA DO FATNOTA; COM AS
      *=== INSTRUCOES NA REMESSA A FILA E ESVAZIADA (SEM FILA = NADA)
       0210-MANDAR-INSTRUCOES SECTION.
           MOVE ZEROS TO WRK-QTD-INSTRUCOES.
           OPEN INPUT INSTRUCAO.
           IF FS-INSTRUCAO EQUAL 00
               READ INSTRUCAO
               PERFORM UNTIL FS-INSTRUCAO NOT EQUAL 00
                   MOVE INS-NUMERO  TO RMI-NUMERO
                   MOVE INS-CODIGO  TO RMI-INSTRUCAO
                   MOVE INS-VALOR   TO RMI-VALOR
                   MOVE INS-DATA    TO RMI-DATA
                   MOVE WRK-REM-INSTRUCAO TO REG-REMESSA
                   WRITE REG-REMESSA
                   ADD 1 TO WRK-QTD-INSTRUCOES
                   READ INSTRUCAO
               END-PERFORM
               CLOSE INSTRUCAO
               OPEN OUTPUT INSTRUCAO
               CLOSE INSTRUCAO
           END-IF.

      *=== NUMEROS DAS FATURAS AINDA RETIDAS ("R") NA LISTA DO FATATIP;
      *=== SEM A LISTA NAO HA RETENCAO
       0215-CARREGAR-RETIDAS SECTION.
           MOVE ZEROS TO WRK-QTD-RETIDAS.
           OPEN INPUT ATIPICOS.
           IF FS-ATIPICOS EQUAL 00
               READ ATIPICOS
               PERFORM UNTIL FS-ATIPICOS NOT EQUAL 00
                          OR WRK-QTD-RETIDAS EQUAL 500
                   IF ATP-FATURA AND ATP-RETIDO
                       ADD 1 TO WRK-QTD-RETIDAS
                       MOVE ATP-NUMERO
                         TO WRK-RETIDA-NUMERO(WRK-QTD-RETIDAS)
                   END-IF
                   READ ATIPICOS
               END-PERFORM
               CLOSE ATIPICOS
           END-IF.

       0220-VERIFICAR-RETENCAO SECTION.
           MOVE "N" TO WRK-FATURA-RETIDA.
           PERFORM VARYING WRK-IND-RETIDA FROM 1 BY 1
                     UNTIL WRK-IND-RETIDA GREATER WRK-QTD-RETIDAS
                        OR FATURA-RETIDA
               IF WRK-RETIDA-NUMERO(WRK-IND-RETIDA) EQUAL FAT-NUMERO
                   MOVE "S" TO WRK-FATURA-RETIDA
               END-IF
           END-PERFORM.

      *=== MODO 2: CADA DETALHE DO RETORNO ("LQ" LIQUIDA A FATURA COM
      *=== DATA E VALOR; "BX"/"AB" CONFIRMAM AS INSTRUCOES DAS NOTAS
      *=== DE CREDITO; "RJ" E TITULO SEM FATURA VAO PARA REVISAO)
       0400-PROCESSAR-RETORNO SECTION.
           MOVE ZEROS TO WRK-QTD-LIQUIDADAS.
           MOVE ZEROS TO WRK-QTD-REJEITADAS.
           MOVE ZEROS TO WRK-QTD-SEM-CASAR.
           MOVE ZEROS TO WRK-QTD-PARCIAIS.
           MOVE ZEROS TO WRK-QTD-CONFIRMADAS.
           MOVE ZEROS TO WRK-QTD-PER-FECHADO.

           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               DISPLAY "RETORNO_BANCO.TXT NAO FOI ABERTO - FS "
                       FS-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ RETORNO.
           CLOSE RETORNO.

           DISPLAY "TITULOS LIQUIDADOS..... " WRK-QTD-LIQUIDADAS.
           DISPLAY "  DOS QUAIS PARCIAIS... " WRK-QTD-PARCIAIS.
           DISPLAY "INSTRUCOES CONFIRMADAS. " WRK-QTD-CONFIRMADAS.
           DISPLAY "TITULOS REJEITADOS..... " WRK-QTD-REJEITADAS.
           DISPLAY "SEM FATURA CASADA...... " WRK-QTD-SEM-CASAR.
           DISPLAY "PAGOS EM MES FECHADO... " WRK-QTD-PER-FECHADO.

       0410-TRATAR-TITULO    SECTION.
           MOVE "N" TO WRK-FATURA-ACHADA.
           IF RET-NUMERO NUMERIC
               MOVE RET-NUMERO TO FAT-NUMERO
               READ RECEBER
                   KEY IS FAT-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-FATURA-ACHADA
               END-READ
           END-IF.

      *=== O NOSSO NUMERO CONFERE O TITULO CASADO PELO NUMERO E CASA O
      *=== QUE VEIO SEM ELE (OU COM UM NUMERO QUE NAO EXISTE)
           IF RET-NOSSO-NUMERO NUMERIC
              AND RET-NOSSO-NUMERO-R GREATER ZEROS
               IF FATURA-ACHADA
                   IF FAT-NOSSO-NUMERO GREATER ZEROS
                      AND FAT-NOSSO-NUMERO NOT EQUAL RET-NOSSO-NUMERO-R
                       MOVE "D" TO WRK-FATURA-ACHADA
                   END-IF
               ELSE
                   PERFORM 0415-PROCURAR-NOSSO-NUMERO
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOSSO-DIVERGENTE
                   ADD 1 TO WRK-QTD-SEM-CASAR
                   DISPLAY "REVISAR: TITULO " RET-NUMERO
                           " COM NOSSO NUMERO " RET-NOSSO-NUMERO
                           " - NA FATURA E " FAT-NOSSO-NUMERO
               WHEN NOT FATURA-ACHADA
                   ADD 1 TO WRK-QTD-SEM-CASAR
                   DISPLAY "REVISAR: TITULO " RET-NUMERO
                           " NOSSO NUMERO " RET-NOSSO-NUMERO
                           " NAO CASA COM NENHUMA FATURA"
               WHEN RET-OCORRENCIA EQUAL "LQ"
                   IF FAT-STATUS EQUAL "L"
                       ADD 1 TO WRK-QTD-SEM-CASAR
                       DISPLAY "REVISAR: TITULO " RET-NUMERO
                               " JA ESTAVA LIQUIDADO"
                   ELSE
                   IF FATURA-RENEGOCIADA
                       ADD 1 TO WRK-QTD-SEM-CASAR
                       DISPLAY "REVISAR: TITULO " RET-NUMERO
                               " FOI RENEGOCIADO - PAGO FORA DO ACORDO"
                   ELSE
                   IF FATURA-CANCELADA
                       ADD 1 TO WRK-QTD-SEM-CASAR
                       DISPLAY "REVISAR: TITULO " RET-NUMERO
                               " FOI CANCELADO POR NOTA DE CREDITO - "
                               "PAGO APESAR DA BAIXA"
                   ELSE
                       PERFORM 0420-LANCAR-PAGAMENTO
                   END-IF
                   END-IF
                   END-IF
               WHEN RET-OCORRENCIA EQUAL "BX" OR "AB"
                   ADD 1 TO WRK-QTD-CONFIRMADAS
                   DISPLAY "TITULO " RET-NUMERO " - INSTRUCAO "
                           RET-OCORRENCIA " CONFIRMADA PELO BANCO"
               WHEN OTHER
                   ADD 1 TO WRK-QTD-REJEITADAS
                   DISPLAY "REVISAR: TITULO " RET-NUMERO
                           RET-OCORRENCIA
           END-EVALUATE.

      *=== PASSA O LIVRO EM ORDEM DE NUMERO ATE A FATURA COM O NOSSO
      *=== NUMERO DO RETORNO; ACHADA, O NUMERO DELA VAI PARA O TITULO
      *=== (AS MENSAGENS SEGUINTES MOSTRAM A FATURA)
       0415-PROCURAR-NOSSO-NUMERO SECTION.
           MOVE ZEROS TO FAT-NUMERO.
           START RECEBER KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY CONTINUE
           END-START.
           IF FS-RECEBER EQUAL 00
               READ RECEBER NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                      OR FATURA-ACHADA
               IF FAT-NOSSO-NUMERO EQUAL RET-NOSSO-NUMERO-R
                   MOVE "S" TO WRK-FATURA-ACHADA
                   MOVE FAT-NUMERO TO RET-NUMERO
               ELSE
                   READ RECEBER NEXT RECORD
               END-IF
           END-PERFORM.

      *=== LANCA O VALOR RECEBIDO PELO BANCO COMO PAGAMENTO DA FATURA;
      *=== SEM VALOR NO RETORNO VALE O SALDO, E O QUE PASSA DO SALDO
      *=== SAO OS ENCARGOS DE ATRASO COBRADOS PELO BANCO; PAGAMENTO COM
      *=== DATA EM MES JA FECHADO NAO E LANCADO
       0420-LANCAR-PAGAMENTO SECTION.
           IF RET-DATA-PGTO NUMERIC
               MOVE RET-DATA-PGTO TO WRK-PGT-DATA
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-PGT-DATA
           END-IF.
           MOVE WRK-PGT-DATA TO WRK-DATA-LANCAR.
           PERFORM 9400-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               ADD 1 TO WRK-QTD-PER-FECHADO
               DISPLAY "REVISAR: TITULO " RET-NUMERO " PAGO EM "
                       WRK-PGT-DATA " DENTRO DO PERIODO FECHADO - "
                       "LANCAR NO PROGRAMA12 COM DATA ABERTA"
           ELSE
               PERFORM 0425-APLICAR-RETORNO
           END-IF.

      *=== VALOR DO TITULO E BAIXA NA FATURA
       0425-APLICAR-RETORNO  SECTION.
           IF RET-VALOR-PAGO NUMERIC
               MOVE RET-VALOR-PAGO-R TO WRK-PGT-VALOR
           ELSE
               MOVE FAT-SALDO TO WRK-PGT-VALOR
           END-IF.
           MOVE ZEROS TO WRK-PGT-ENCARGOS.
           IF WRK-PGT-VALOR GREATER FAT-SALDO
               COMPUTE WRK-PGT-ENCARGOS = WRK-PGT-VALOR - FAT-SALDO
           END-IF.
           MOVE "R" TO WRK-PGT-ORIGEM.
           PERFORM 9100-APLICAR-PAGAMENTO.

           IF PAGAMENTO-APLICADO
               ADD 1 TO WRK-QTD-LIQUIDADAS
               IF FATURA-PARCIAL
                   ADD 1 TO WRK-QTD-PARCIAIS
                   MOVE FAT-SALDO TO WRK-VALOR-ED
                   DISPLAY "TITULO " RET-NUMERO " PAGO EM PARTE - "
                           "SALDO " WRK-VALOR-ED
               END-IF
           ELSE
               DISPLAY "REVISAR: TITULO " RET-NUMERO " - "
                       WRK-PGT-MSG
           END-IF.

      *=== AS BAIXAS JA FORAM REGRAVADAS PELA CHAVE, UMA A UMA
       0300-FINALIZAR        SECTION.
           CLOSE RECEBER.
           IF MODO-RETORNO
               CLOSE PAGAMENTOS
                     CREDITOS
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       COPY "FATPGPR.cpy".
       COPY "FATJRPR.cpy".
       COPY "FATFCPR.cpy".
       COPY "FATBOLPR.cpy".
