      *==               CANCELADO PERMANECE NO ARQUIVO COM STATUS "C",
      *==               POIS O LOTE DO PROGRAMA08 JA PULA SUSPENSOS E
      *==               CANCELADOS
      *==  ALTERACOES
      *==  12/05/2025 GC: O CONTRATO PASSA A SER DO CLIENTE DE
      *==               CLIENTES.DAT, PELO REG-ID (CHAVE NO FIM DO
      *==               REGISTRO, COPYBOOK CONREG), E NAO MAIS DE UM
      *==               NOME DIGITADO - UM ERRO DE DIGITACAO ABRIA OUTRA
      *==               IDENTIDADE DE COBRANCA. INCLUSAO, ALTERACAO E
      *==               STATUS LOCALIZAM O CONTRATO PELO REG-ID; O
      *==               CLIENTE PRECISA EXISTIR NO CADASTRO E INCLUSAO,
      *==               ALTERACAO E REATIVACAO SAO RECUSADAS PARA
      *==               CLIENTE INATIVO OU BLOQUEADO; O NOME DO
      *==               CONTRATO NOVO VEM DO CADASTRO. A NOVA OPCAO V
      *==               VINCULA AO REG-ID UM CONTRATO ANTIGO QUE O
      *==               CLIVINC DEIXOU NA LISTA DE PENDENCIAS. OS
      *==               CONTRATOS DE ALUNO ("ALUNO NNNN") SEGUEM COM A
      *==               PONTE DO PROG025
      *==  26/05/2025 GC: VIGENCIA E PERIODICIDADE DO CONTRATO (CAMPOS
      *==               NOVOS NO FIM DO COPYBOOK CONREG): A INCLUSAO E A
      *==               ALTERACAO PEDEM A PERIODICIDADE (M/T/S/A), O
      *==               INICIO E O FIM DA VIGENCIA; OS ITENS CONTINUAM
      *==               SENDO VALORES MENSAIS. NOVO STATUS "E" -
      *==               ENCERRADO PELO LOTE DO PROGRAMA08 QUANDO O
      *==               CONTRATO PASSA DO FIM: PODE SER ALTERADO (PARA
      *==               PRORROGAR) E REATIVADO SE O FIM FOR RETIRADO OU
      *==               ESTIVER ADIANTE
      *==  18/06/2025 GC: MOEDA DO CONTRATO (CAMPO NOVO NO FIM DO
      *==               COPYBOOK CONREG, 172 POSICOES): A INCLUSAO E A
      *==               ALTERACAO PEDEM A MOEDA DOS ITENS (BRL, USD,
      *==               EUR OU GBP, AS DO EXERCICIO DE CONVERSAO;
      *==               BRANCO = BRL). O TOTAL MENSAL MOSTRADO E O DO
      *==               LOG FICAM NA MOEDA DO CONTRATO
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *==  12/07/2025 GC: INCLUSAO E REATIVACAO CONFEREM O CREDITO DO
      *==               CLIENTE (MODULO FATLIMC, COPYBOOKS LCRWS/LCRPR)
      *==               PELO VALOR DE UM PERIODO DE COBRANCA (TOTAL
      *==               MENSAL X 1/3/6/12 MESES); CLIENTE BLOQUEADO OU
      *==               SEM LIMITE DISPONIVEL SO PASSA COM A LIBERACAO
      *==               DE UM SUPERVISOR. CONTRATO EM MOEDA ESTRANGEIRA
      *==               SO CONFERE O BLOQUEIO (O VALOR EM REAL SO SAI NO
      *==               LOTE, COM A COTACAO DO DIA)
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU). STOP RUN TROCADO POR GOBACK E AS
      *==               RECUSAS E FALHAS DE ABERTURA SAEM COM
      *==               RETURN-CODE 8
      *==  01/09/2025 GC: ANTES DE REGRAVAR CONTRATOS.DAT, O ARQUIVO
      *==               ANTERIOR VIRA UMA GERACAO DE BACKUP (MODULO
      *==               ARQBKP, CATALOGO BACKUPS_GERAL.CTL); FALHA NO
      *==               BACKUP SO AVISA. RESTAURACAO PELO ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTRATOS.

      *=== CADASTRO DE CLIENTES (SO CONSULTA, PELO REG-ID), PARA
      *=== VALIDAR O CLIENTE DO CONTRATO
           SELECT CLIENTES ASSIGN
           TO "dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== TRILHA DAS MUDANCAS DE CONTRATO, SO CRESCE
           SELECT CONLOG ASSIGN
           TO "dados\CONTRATOS.LOG"
       DATA DIVISION.
       FILE                  SECTION.
       FD  CONTRATOS.
           COPY "CONREG.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

      *=== 1 LINHA POR MUDANCA: DATA, OPERACAO, CLIENTE, TOTAL MENSAL
      *=== ANTIGO, TOTAL MENSAL NOVO E OPERADOR
       WORKING-STORAGE       SECTION.
       77  FS-CONTRATOS         PIC 9(002) VALUE ZEROS.
       77  FS-CONLOG            PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.

      *=== CONTRATOS CARREGADOS EM MEMORIA (172 POSICOES CADA)
       01  WRK-TAB-CONTRATOS.
           05  WRK-CON-REG      PIC X(172) OCCURS 200 TIMES.
       77  WRK-QTD-CONTRATOS    PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CON          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ACHADO       PIC 9(003) VALUE ZEROS.
           88  OPCAO-CANCELAR              VALUE "C".
           88  OPCAO-REATIVAR              VALUE "R".
           88  OPCAO-LISTAR                VALUE "L".
           88  OPCAO-VINCULAR              VALUE "V".
           88  OPCAO-ENCERRAR              VALUE "F".

       77  WRK-CLIENTE          PIC X(030) VALUE SPACES.

      *=== CLIENTE DO CONTRATO NO CADASTRO (CLIENTES.DAT)
       77  WRK-CLI-ID           PIC 9(006) VALUE ZEROS.
       77  WRK-CLIENTE-OK       PIC X(001) VALUE "N".
           88  CLIENTE-VALIDO              VALUE "S".
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-HOUVE-MUDANCA    PIC X(001) VALUE "N".
           88  HOUVE-MUDANCA               VALUE "S".
       01  WRK-TAB-ITENS.
           05  WRK-ITEM         PIC 9(006)V99 OCCURS 12 TIMES.

      *=== VIGENCIA E PERIODICIDADE DIGITADAS; O INICIO PADRAO (QUANDO
      *=== O OPERADOR DIGITA ZERO) E HOJE NA INCLUSAO E O INICIO ATUAL
      *=== NA ALTERACAO
       77  WRK-PERIODICIDADE    PIC X(001) VALUE SPACES.
           88  PERIODICIDADE-DIGITADA-OK   VALUE "M" "T" "S" "A".
       77  WRK-INICIO           PIC 9(008) VALUE ZEROS.
       77  WRK-INICIO-PADRAO    PIC 9(008) VALUE ZEROS.
       77  WRK-FIM              PIC 9(008) VALUE ZEROS.
       77  WRK-VIGENCIA-OK      PIC X(001) VALUE "N".
           88  VIGENCIA-VALIDA             VALUE "S".

      *=== MOEDA DOS ITENS DIGITADA (BRANCO = BRL)
       77  WRK-MOEDA            PIC X(003) VALUE SPACES.
           88  MOEDA-DIGITADA-OK           VALUE "BRL" "USD" "EUR"
                                                 "GBP".

      *=== TOTAL MENSAL DO CONTRATO (SOMA DOS ITENS), PARA A CONFERENCIA
      *=== DO OPERADOR E PARA O ANTIGO/NOVO DO LOG
       77  WRK-TOTAL-MENSAL     PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LOG-ANTIGO       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LOG-NOVO         PIC 9(008)V99 VALUE ZEROS.

      *=== MESES DE UM PERIODO DE COBRANCA (M=1 / T=3 / S=6 / A=12)
       77  WRK-MESES-PERIODO    PIC 9(002) VALUE ZEROS.

      *=== CONFERENCIA DE CREDITO DO CLIENTE (MODULO FATLIMC)
       COPY "LCRWS.cpy".

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
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - MANUTENCAO "
                       "ENCERRADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== SEM O CADASTRO DE CLIENTES NAO HA COMO VALIDAR O CLIENTE
      *=== DO CONTRATO - A MANUTENCAO NEM COMECA
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.DAT NAO FOI ABERTO - FS " FS-CLIENTES
                       " - MANUTENCAO ENCERRADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== CARREGA OS CONTRATOS ATUAIS; SEM O ARQUIVO, COMECA VAZIO
                   DISPLAY "CONTRATOS.DAT TEM MAIS DE 200 CONTRATOS - "
                           "MANUTENCAO RECUSADA PARA NAO PERDER DADOS"
                   CLOSE CONTRATOS
                   CLOSE CLIENTES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE CONTRATOS
           ELSE

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (I-INCLUIR / A-ALTERAR / S-SUSPENDER / "
                   "C-CANCELAR / R-REATIVAR / L-LISTAR / "
                   "V-VINCULAR / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
                   PERFORM 0230-MUDAR-STATUS
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-CONTRATOS
               WHEN OPCAO-VINCULAR
                   PERFORM 0260-VINCULAR-CONTRATO
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== VALIDA WRK-CLI-ID NO CADASTRO DE CLIENTES: PRECISA EXISTIR
      *=== E NAO PODE ESTAR INATIVO NEM BLOQUEADO; O NOME DO CADASTRO
      *=== FICA EM WRK-CLIENTE
       0203-VALIDAR-CLIENTE  SECTION.
           MOVE "N" TO WRK-CLIENTE-OK.
           MOVE WRK-CLI-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
           END-READ.

           EVALUATE TRUE
               WHEN FS-CLIENTES EQUAL 23
                   DISPLAY "REG-ID " WRK-CLI-ID
                           " NAO EXISTE EM CLIENTES.DAT"
               WHEN FS-CLIENTES NOT EQUAL 00
                   DISPLAY "ERRO NA LEITURA DE CLIENTES.DAT - FS "
                           FS-CLIENTES
               WHEN CLIENTE-INATIVO
                   DISPLAY "CLIENTE " WRK-CLI-ID " " REG-NOME
                           " ESTA INATIVO - OPERACAO RECUSADA"
               WHEN CLIENTE-BLOQUEADO
                   DISPLAY "CLIENTE " WRK-CLI-ID " " REG-NOME
                           " ESTA BLOQUEADO - OPERACAO RECUSADA"
               WHEN OTHER
                   MOVE "S"      TO WRK-CLIENTE-OK
                   MOVE REG-NOME TO WRK-CLIENTE
           END-EVALUATE.

      *=== PROCURA NA TABELA O CONTRATO DO CLIENTE WRK-CLI-ID E DEIXA O
      *=== REGISTRO DO ACHADO EM REG-CONTRATO (CONTRATOS DE ALUNO SAO
      *=== DA PONTE DO PROG025 E FICAM DE FORA)
       0205-LOCALIZAR-CONTRATO SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               IF CONTRATO-DE-CLIENTE
                  AND REG-CON-CLI-ID EQUAL WRK-CLI-ID
                   MOVE WRK-IND-CON TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IND-ACHADO GREATER ZEROS
               MOVE WRK-CON-REG(WRK-IND-ACHADO) TO REG-CONTRATO
               MOVE REG-CON-CLIENTE TO WRK-CLIENTE
           END-IF.

      *=== PROCURA PELO NOME (WRK-CLIENTE) UM CONTRATO AINDA SEM
      *=== VINCULO COM O CADASTRO (REG-ID ZERADO), PARA A OPCAO V
       0206-LOCALIZAR-PENDENTE SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               IF REG-CON-CLIENTE EQUAL WRK-CLIENTE
                  AND NOT CONTRATO-DE-ALUNO
                  AND (REG-CON-CLI-ID NOT NUMERIC
                       OR REG-CON-CLI-ID EQUAL ZEROS)
                   MOVE WRK-IND-CON TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.
               ADD WRK-ITEM(WRK-IND-ITEM) TO WRK-TOTAL-MENSAL
           END-PERFORM.

      *=== OS ITENS SAO SEMPRE MENSAIS; O LOTE COBRA O PERIODO INTEIRO
      *=== (3, 6 OU 12 MESES) NUMA FATURA SO
           DISPLAY "PERIODICIDADE (M-MENSAL / T-TRIMESTRAL / "
                   "S-SEMESTRAL / A-ANUAL, BRANCO = M): ".
           ACCEPT WRK-PERIODICIDADE.
           IF WRK-PERIODICIDADE EQUAL SPACE
               MOVE "M" TO WRK-PERIODICIDADE
           END-IF.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, 0 = "
                   WRK-INICIO-PADRAO "): ".
           ACCEPT WRK-INICIO.
           IF WRK-INICIO EQUAL ZEROS
               MOVE WRK-INICIO-PADRAO TO WRK-INICIO
           END-IF.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM): ".
           ACCEPT WRK-FIM.
      *=== ITENS EM MOEDA ESTRANGEIRA SAO CONVERTIDOS PELO LOTE COM A
      *=== COTACAO DO DIA DA EMISSAO
           DISPLAY "MOEDA DOS ITENS (BRL / USD / EUR / GBP, "
                   "BRANCO = BRL): ".
           ACCEPT WRK-MOEDA.
           IF WRK-MOEDA EQUAL SPACES
               MOVE "BRL" TO WRK-MOEDA
           END-IF.

           MOVE "S" TO WRK-VIGENCIA-OK.
           IF NOT PERIODICIDADE-DIGITADA-OK
               DISPLAY "PERIODICIDADE INVALIDA"
               MOVE "N" TO WRK-VIGENCIA-OK
           END-IF.
           IF NOT MOEDA-DIGITADA-OK
               DISPLAY "MOEDA INVALIDA"
               MOVE "N" TO WRK-VIGENCIA-OK
           END-IF.
           IF WRK-INICIO GREATER ZEROS
              AND FUNCTION TEST-DATE-YYYYMMDD(WRK-INICIO) NOT EQUAL 0
               DISPLAY "DATA DE INICIO INVALIDA"
               MOVE "N" TO WRK-VIGENCIA-OK
           END-IF.
           IF WRK-FIM GREATER ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-FIM) NOT EQUAL 0
                   DISPLAY "DATA DE FIM INVALIDA"
                   MOVE "N" TO WRK-VIGENCIA-OK
               ELSE
               IF WRK-FIM LESS WRK-INICIO
                   DISPLAY "FIM DA VIGENCIA ANTES DO INICIO"
                   MOVE "N" TO WRK-VIGENCIA-OK
               END-IF
               END-IF
           END-IF.

      *=== RECEBE 1 COBRANCA RECORRENTE; ZERO ENCERRA A DIGITACAO
      *=== (PELO MENOS 1 ITEM E PRECISO)
       0208-RECEBER-ITEM     SECTION.
           END-IF.

       0210-INCLUIR-CONTRATO SECTION.
           DISPLAY "REG-ID DO CLIENTE DO NOVO CONTRATO: ".
           ACCEPT WRK-CLI-ID.
           PERFORM 0205-LOCALIZAR-CONTRATO.

           IF WRK-IND-ACHADO GREATER ZEROS
               DISPLAY "CLIENTE " WRK-CLI-ID " JA TEM CONTRATO - "
                       "INCLUSAO RECUSADA (USE A ALTERACAO)"
           ELSE
           PERFORM 0203-VALIDAR-CLIENTE
           IF NOT CLIENTE-VALIDO
               DISPLAY "INCLUSAO RECUSADA"
           ELSE
           IF WRK-QTD-CONTRATOS EQUAL 200
               DISPLAY "CARTEIRA DE CONTRATOS CHEIA - INCLUSAO "
                       "RECUSADA"
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-INICIO-PADRAO
               PERFORM 0207-RECEBER-VALORES
               IF WRK-DESCONTO NOT LESS 100
                  OR WRK-IMPOSTO NOT LESS 100
                   DISPLAY "CONTRATO SEM ITEM COM VALOR - INCLUSAO "
                           "RECUSADA"
               ELSE
               IF NOT VIGENCIA-VALIDA
                   DISPLAY "INCLUSAO RECUSADA"
               ELSE
               PERFORM 0270-CONFERIR-CREDITO
               IF NOT CREDITO-APROVADO
                   DISPLAY "INCLUSAO RECUSADA"
               ELSE
                   DISPLAY "CLIENTE.................: " WRK-CLIENTE
                   MOVE WRK-TOTAL-MENSAL TO WRK-TOTAL-ED
                   DISPLAY "TOTAL MENSAL DO CONTRATO: " WRK-TOTAL-ED
                   DISPLAY "PERIODICIDADE...........: "
                           WRK-PERIODICIDADE
                   DISPLAY "VIGENCIA................: " WRK-INICIO
                           " A " WRK-FIM
                   DISPLAY "MOEDA...................: " WRK-MOEDA
                   DISPLAY "CONFIRMA A INCLUSAO (S/N)? "
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *=== MONTA REG-CONTRATO COM O CLIENTE E OS VALORES DIGITADOS,
      *=== STATUS ATIVO (BRANCO, COMO O PROGRAMA08 ENTENDE), A CHAVE
      *=== DO CLIENTE NO CADASTRO E A VIGENCIA, AINDA NAO FATURADO
       0215-MONTAR-REGISTRO  SECTION.
           MOVE WRK-CLIENTE  TO REG-CON-CLIENTE.
           MOVE "C"          TO REG-CON-TIPO-CLI.
           MOVE WRK-CLI-ID   TO REG-CON-CLI-ID.
           MOVE WRK-DESCONTO TO REG-CON-DESCONTO.
           MOVE WRK-IMPOSTO  TO REG-CON-IMPOSTO.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                 TO REG-CON-ITEM(WRK-IND-ITEM)
           END-PERFORM.
           MOVE SPACE TO REG-CON-STATUS.
           MOVE WRK-INICIO        TO REG-CON-INICIO.
           MOVE WRK-FIM           TO REG-CON-FIM.
           MOVE WRK-PERIODICIDADE TO REG-CON-PERIODICIDADE.
           MOVE ZEROS             TO REG-CON-FATURADO-ATE.
           MOVE WRK-MOEDA         TO REG-CON-MOEDA.

       0220-ALTERAR-CONTRATO SECTION.
           DISPLAY "REG-ID DO CLIENTE DO CONTRATO A ALTERAR: ".
           ACCEPT WRK-CLI-ID.
           PERFORM 0205-LOCALIZAR-CONTRATO.

           IF WRK-IND-ACHADO EQUAL ZEROS
               DISPLAY "CLIENTE " WRK-CLI-ID " NAO TEM CONTRATO"
           ELSE
           IF CONTRATO-CANCELADO
               DISPLAY "CONTRATO CANCELADO NAO PODE SER ALTERADO"
           ELSE
           PERFORM 0203-VALIDAR-CLIENTE
           IF NOT CLIENTE-VALIDO
               DISPLAY "ALTERACAO RECUSADA"
           ELSE
      *=== O NOME GRAVADO NO CONTRATO E O QUE VAI NO LOG
               MOVE WRK-CON-REG(WRK-IND-ACHADO) TO REG-CONTRATO
               MOVE REG-CON-CLIENTE TO WRK-CLIENTE
               PERFORM 0225-MOSTRAR-CONTRATO
               MOVE WRK-TOTAL-MENSAL TO WRK-LOG-ANTIGO
               IF REG-CON-INICIO NUMERIC
                   MOVE REG-CON-INICIO TO WRK-INICIO-PADRAO
               ELSE
                   MOVE ZEROS TO WRK-INICIO-PADRAO
               END-IF
               PERFORM 0207-RECEBER-VALORES
               IF WRK-DESCONTO NOT LESS 100
                  OR WRK-IMPOSTO NOT LESS 100
               IF WRK-TOTAL-MENSAL EQUAL ZEROS
                   DISPLAY "CONTRATO SEM ITEM COM VALOR - ALTERACAO "
                           "RECUSADA"
               ELSE
               IF NOT VIGENCIA-VALIDA
                   DISPLAY "ALTERACAO RECUSADA"
               ELSE
                   MOVE WRK-TOTAL-MENSAL TO WRK-TOTAL-ED
                   DISPLAY "NOVO TOTAL MENSAL: " WRK-TOTAL-ED
                   DISPLAY "CONFIRMA A ALTERACAO (S/N)? "
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
      *=== O STATUS ATUAL E A DATA JA FATURADA SAO PRESERVADOS NA
      *=== ALTERACAO DOS VALORES E DA VIGENCIA
                       MOVE WRK-CON-REG(WRK-IND-ACHADO)
                         TO REG-CONTRATO
                       MOVE WRK-DESCONTO TO REG-CON-DESCONTO
                           MOVE WRK-ITEM(WRK-IND-ITEM)
                             TO REG-CON-ITEM(WRK-IND-ITEM)
                       END-PERFORM
                       MOVE WRK-INICIO        TO REG-CON-INICIO
                       MOVE WRK-FIM           TO REG-CON-FIM
                       MOVE WRK-PERIODICIDADE TO REG-CON-PERIODICIDADE
                       MOVE WRK-MOEDA         TO REG-CON-MOEDA
                       IF REG-CON-FATURADO-ATE NOT NUMERIC
                           MOVE ZEROS TO REG-CON-FATURADO-ATE
                       END-IF
                       MOVE REG-CONTRATO
                         TO WRK-CON-REG(WRK-IND-ACHADO)
                       MOVE "S"         TO WRK-HOUVE-MUDANCA
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *=== TOTAL MENSAL DELE EM WRK-TOTAL-MENSAL
       0225-MOSTRAR-CONTRATO SECTION.
           DISPLAY "CLIENTE..... " REG-CON-CLIENTE.
           EVALUATE TRUE
               WHEN CONTRATO-DE-ALUNO
                   DISPLAY "ALUNO ID.... " REG-CON-CLI-ID
               WHEN REG-CON-CLI-ID NOT NUMERIC
                 OR REG-CON-CLI-ID EQUAL ZEROS
                   DISPLAY "REG-ID...... SEM VINCULO (USE A OPCAO V)"
               WHEN OTHER
                   DISPLAY "REG-ID...... " REG-CON-CLI-ID
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CONTRATO-SUSPENSO
                   DISPLAY "STATUS...... SUSPENSO"
               WHEN CONTRATO-CANCELADO
                   DISPLAY "STATUS...... CANCELADO"
               WHEN CONTRATO-ENCERRADO
                   DISPLAY "STATUS...... ENCERRADO"
               WHEN OTHER
                   DISPLAY "STATUS...... ATIVO"
           END-EVALUATE.
           EVALUATE TRUE
               WHEN COBRANCA-TRIMESTRAL
                   DISPLAY "COBRANCA.... TRIMESTRAL"
               WHEN COBRANCA-SEMESTRAL
                   DISPLAY "COBRANCA.... SEMESTRAL"
               WHEN COBRANCA-ANUAL
                   DISPLAY "COBRANCA.... ANUAL"
               WHEN OTHER
                   DISPLAY "COBRANCA.... MENSAL"
           END-EVALUATE.
           IF REG-CON-INICIO NUMERIC AND REG-CON-INICIO GREATER ZEROS
               DISPLAY "INICIO...... " REG-CON-INICIO
           END-IF.
           IF REG-CON-FIM NUMERIC AND REG-CON-FIM GREATER ZEROS
               DISPLAY "FIM......... " REG-CON-FIM
           END-IF.
           IF REG-CON-FATURADO-ATE NUMERIC
              AND REG-CON-FATURADO-ATE GREATER ZEROS
               DISPLAY "FATURADO ATE " REG-CON-FATURADO-ATE
           END-IF.
           IF CONTRATO-EM-REAL
               DISPLAY "MOEDA....... BRL"
           ELSE
               DISPLAY "MOEDA....... " REG-CON-MOEDA
           END-IF.
           DISPLAY "DESCONTO %.. " REG-CON-DESCONTO.
           DISPLAY "IMPOSTO %... " REG-CON-IMPOSTO.

      *=== SUSPENSAO, CANCELAMENTO E REATIVACAO COMPARTILHAM O MESMO
      *=== FLUXO: LOCALIZA, MOSTRA, CONFIRMA E MARCA O STATUS
       0230-MUDAR-STATUS     SECTION.
           DISPLAY "REG-ID DO CLIENTE DO CONTRATO: ".
           ACCEPT WRK-CLI-ID.
           PERFORM 0205-LOCALIZAR-CONTRATO.
           MOVE "S" TO WRK-CLIENTE-OK.
      *=== REATIVAR VOLTA A COBRAR: O CLIENTE PRECISA ESTAR ATIVO NO
      *=== CADASTRO (SUSPENDER E CANCELAR VALEM PARA QUALQUER UM)
           IF WRK-IND-ACHADO GREATER ZEROS AND OPCAO-REATIVAR
               PERFORM 0203-VALIDAR-CLIENTE
               MOVE WRK-CON-REG(WRK-IND-ACHADO) TO REG-CONTRATO
               MOVE REG-CON-CLIENTE TO WRK-CLIENTE
           END-IF.

           IF WRK-IND-ACHADO EQUAL ZEROS
               DISPLAY "CLIENTE " WRK-CLI-ID " NAO TEM CONTRATO"
           ELSE
           IF NOT CLIENTE-VALIDO
               DISPLAY "REATIVACAO RECUSADA"
           ELSE
           IF OPCAO-CANCELAR AND CONTRATO-CANCELADO
               DISPLAY "CONTRATO JA ESTA CANCELADO"
           IF OPCAO-SUSPENDER AND CONTRATO-SUSPENSO
               DISPLAY "CONTRATO JA ESTA SUSPENSO"
           ELSE
           IF OPCAO-SUSPENDER AND CONTRATO-ENCERRADO
               DISPLAY "CONTRATO ENCERRADO NAO PODE SER SUSPENSO"
           ELSE
           IF OPCAO-REATIVAR
              AND NOT CONTRATO-SUSPENSO AND NOT CONTRATO-CANCELADO
              AND NOT CONTRATO-ENCERRADO
               DISPLAY "CONTRATO JA ESTA ATIVO"
           ELSE
      *=== O ENCERRADO SO VOLTA A COBRAR COM A VIGENCIA PRORROGADA
      *=== (FIM RETIRADO OU ADIANTE DE HOJE, PELA ALTERACAO)
           IF OPCAO-REATIVAR AND CONTRATO-ENCERRADO
              AND REG-CON-FIM NUMERIC
              AND REG-CON-FIM GREATER ZEROS
              AND REG-CON-FIM LESS WRK-DATA-HOJE
               DISPLAY "CONTRATO ENCERRADO EM " REG-CON-FIM
                       " - PRORROGUE O FIM PELA ALTERACAO ANTES"
           ELSE
               PERFORM 0225-MOSTRAR-CONTRATO
      *=== REATIVAR VOLTA A COBRAR: CONFERE O CREDITO DO CLIENTE
               MOVE "A" TO LCP-RESULTADO
               IF OPCAO-REATIVAR
                   MOVE REG-CON-PERIODICIDADE TO WRK-PERIODICIDADE
                   MOVE REG-CON-MOEDA         TO WRK-MOEDA
                   PERFORM 0270-CONFERIR-CREDITO
               END-IF
               IF NOT CREDITO-APROVADO
                   DISPLAY "REATIVACAO RECUSADA"
               ELSE
               EVALUATE TRUE
                   WHEN OPCAO-SUSPENDER
                       DISPLAY "CONFIRMA A SUSPENSAO (S/N)? "
               ELSE
                   DISPLAY "OPERACAO ABANDONADA"
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
               DISPLAY " "
           END-PERFORM.

      *=== VINCULA AO REG-ID UM CONTRATO ANTIGO AINDA SEM A CHAVE DO
      *=== CLIENTE (LISTA DE PENDENCIAS DO CLIVINC): LOCALIZA PELO NOME
      *=== GRAVADO, VALIDA O REG-ID NO CADASTRO E CONFIRMA; O NOME DO
      *=== CONTRATO NAO MUDA
       0260-VINCULAR-CONTRATO SECTION.
           DISPLAY "NOME DO CLIENTE COMO ESTA NO CONTRATO: ".
           ACCEPT WRK-CLIENTE.
           PERFORM 0206-LOCALIZAR-PENDENTE.

           IF WRK-IND-ACHADO EQUAL ZEROS
               DISPLAY "NENHUM CONTRATO SEM VINCULO EM NOME DE "
                       WRK-CLIENTE
           ELSE
               DISPLAY "REG-ID DO CLIENTE NO CADASTRO: "
               ACCEPT WRK-CLI-ID
               PERFORM 0205-LOCALIZAR-CONTRATO
               IF WRK-IND-ACHADO GREATER ZEROS
                   DISPLAY "REG-ID " WRK-CLI-ID " JA TEM O CONTRATO DE "
                           REG-CON-CLIENTE " - VINCULO RECUSADO"
               ELSE
                   PERFORM 0206-LOCALIZAR-PENDENTE
                   PERFORM 0203-VALIDAR-CLIENTE
                   IF CLIENTE-VALIDO
                       DISPLAY "CADASTRO... " REG-ID " " REG-NOME
                       MOVE WRK-CON-REG(WRK-IND-ACHADO) TO REG-CONTRATO
                       MOVE REG-CON-CLIENTE TO WRK-CLIENTE
                       PERFORM 0225-MOSTRAR-CONTRATO
                       DISPLAY "CONFIRMA O VINCULO (S/N)? "
                       ACCEPT WRK-CONFIRMA
                       IF CONFIRMADO
                           MOVE "C"        TO REG-CON-TIPO-CLI
                           MOVE WRK-CLI-ID TO REG-CON-CLI-ID
                           MOVE REG-CONTRATO
                             TO WRK-CON-REG(WRK-IND-ACHADO)
                           MOVE "S"        TO WRK-HOUVE-MUDANCA
                           MOVE "VINCULO"  TO WRK-LOG-OPERACAO
                           MOVE WRK-TOTAL-MENSAL TO WRK-LOG-ANTIGO
                           MOVE WRK-TOTAL-MENSAL TO WRK-LOG-NOVO
                           PERFORM 0250-GRAVAR-LOG
                           DISPLAY "CONTRATO DE " WRK-CLIENTE
                                   " VINCULADO AO REG-ID " WRK-CLI-ID
                       ELSE
                           DISPLAY "VINCULO ABANDONADO"
                       END-IF
                   ELSE
                       DISPLAY "VINCULO RECUSADO"
                   END-IF
               END-IF
           END-IF.

      *=== ANEXA A MUDANCA EM CONTRATOS.LOG, CRIANDO O ARQUIVO NA
      *=== PRIMEIRA EXECUCAO
       0250-GRAVAR-LOG       SECTION.

           CLOSE CONLOG.

      *=== CONFERE O CREDITO DO CLIENTE WRK-CLI-ID PELO VALOR DE UM
      *=== PERIODO DE COBRANCA (WRK-TOTAL-MENSAL X MESES DA
      *=== WRK-PERIODICIDADE); EM MOEDA ESTRANGEIRA O VALOR VAI ZERO E
      *=== SO O BLOQUEIO CONTA. O RESULTADO FICA EM CREDITO-APROVADO
       0270-CONFERIR-CREDITO SECTION.
           EVALUATE WRK-PERIODICIDADE
               WHEN "T"
                   MOVE 3  TO WRK-MESES-PERIODO
               WHEN "S"
                   MOVE 6  TO WRK-MESES-PERIODO
               WHEN "A"
                   MOVE 12 TO WRK-MESES-PERIODO
               WHEN OTHER
                   MOVE 1  TO WRK-MESES-PERIODO
           END-EVALUATE.

           MOVE WRK-CLI-ID TO LCP-ID.
           IF WRK-MOEDA EQUAL SPACES OR WRK-MOEDA EQUAL "BRL"
               COMPUTE LCP-VALOR = WRK-TOTAL-MENSAL * WRK-MESES-PERIODO
                   ON SIZE ERROR
                       MOVE 99999999,99 TO LCP-VALOR
               END-COMPUTE
           ELSE
               MOVE ZEROS TO LCP-VALOR
           END-IF.
           MOVE "CONMANU"    TO LCP-PROGRAMA.
           MOVE "dados\"     TO LCP-PASTA.
           MOVE WRK-OPERADOR TO LCP-OPERADOR.
           PERFORM 9160-CONFERIR-CREDITO.

      *=== REGRAVA CONTRATOS.DAT QUANDO HOUVE MUDANCA NA SESSAO
       0300-FINALIZAR        SECTION.
           IF HOUVE-MUDANCA
               PERFORM 0310-BACKUP-CONTRATOS
               OPEN OUTPUT CONTRATOS
               PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                         UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
           ELSE
               DISPLAY "NENHUMA MUDANCA - CONTRATOS.DAT PRESERVADO"
           END-IF.
           CLOSE CLIENTES.
           DISPLAY "FIM DE PROGRAMA".

      *=== GUARDA O CONTRATOS.DAT DE ANTES DA SESSAO COMO GERACAO
      *=== DE BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0310-BACKUP-CONTRATOS SECTION.
           MOVE "B"                   TO BKP-OPERACAO.
           MOVE "CONTRATOS.DAT"       TO BKP-ARQUIVO.
           MOVE "dados\CONTRATOS.DAT" TO BKP-CAMINHO.
           MOVE "CONMANU"             TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE CONTRATOS.DAT FALHOU - FS "
                       BKP-FS
           END-IF.

       COPY "LCRPR.cpy".
