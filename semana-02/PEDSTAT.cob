      *==  22/04/2025 GC: O PEDIDO GANHOU A TRANSPORTADORA NO FIM DO
      *==               REGISTRO (VER PROGRAMA10/11); OS LAYOUTS
      *==               ACOMPANHAM
      *==  30/06/2025 GC: O PEDIDO GANHOU O CLIENTE NO FIM DO REGISTRO
      *==               (VER PEDMANU E PROGRAMA10/11); OS LAYOUTS
      *==               ACOMPANHAM
      *==  15/07/2025 GC: O PEDIDO GANHOU NUMERO PERMANENTE, ENDERECO E
      *==               CEP NO FIM DO REGISTRO (VER PEDMANU E PEDCONV):
      *==               A MARCACAO PASSA A ESCOLHER O PEDIDO PELO
      *==               NUMERO, QUE NAO MUDA QUANDO O PEDMANU EXCLUI
      *==               OUTRO PEDIDO, E A LISTAGEM E O RELATORIO DE
      *==               PARADOS MOSTRAM O NUMERO
      *==  18/07/2025 GC: O REGISTRO GANHA NO FIM OS VALORES DA COTACAO
      *==               E A FATURA DO FRETE (VER PROGRAMA10/11 E
      *==               FATFRET); OS LAYOUTS ACOMPANHAM E PEDIDO JA
      *==               FATURADO NAO PODE SER CANCELADO AQUI (O ACERTO E
      *==               POR NOTA DE CREDITO NO FATNOTA)
      *==  23/07/2025 GC: CADA MARCACAO GRAVADA PASSA A SER ANEXADA EM
      *==               PEDIDOS_STATUS.LOG (COPYBOOK PEDLOG) COM A
      *==               TRANSPORTADORA E A UF DO PEDIDO, PARA O
      *==               DESEMPENHO DAS TRANSPORTADORAS (FRETDES) TER A
      *==               DATA DO EMBARQUE E A DA ENTREGA
      *==  25/07/2025 GC: O REGISTRO GANHA NO FIM A DATA PROMETIDA DE
      *==               ENTREGA (VER PROGRAMA10/11). NO EMBARQUE ELA E
      *==               REFEITA A PARTIR DE HOJE, COM O PRAZO DA
      *==               TRANSPORTADORA PARA A UF (PRAZO.CTL) E OS
      *==               FERIADOS DO DESTINO (COPYBOOKS PRZWS/PRZPR); SEM
      *==               PRAZO FICA A DA COTACAO. A LINHA DO LOG LEVA A
      *==               DATA PROMETIDA DO PEDIDO
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU). STOP RUN TROCADO POR GOBACK E AS
      *==               RECUSAS E FALHAS DE ABERTURA SAEM COM
      *==               RETURN-CODE 8
      *==  01/09/2025 GC: ANTES DE REGRAVAR O ARQUIVO DE PEDIDOS, O
      *==               ARQUIVO ANTERIOR VIRA UMA GERACAO DE BACKUP
      *==               (MODULO ARQBKP, CATALOGO BACKUPS_GERAL.CTL);
      *==               FALHA NO BACKUP SO AVISA. RESTAURACAO PELO
      *==               ARQ043
      *==  08/09/2025 GC: PEDIDO COM O FRETE RETIDO NA REVISAO DE
      *==               VALORES ATIPICOS (FATATIP, LISTA ATIPICOS.DAT -
      *==               COPYBOOK ATPREG) NAO PODE SER MARCADO COMO
      *==               EMBARCADO ATE O SUPERVISOR LIBERAR
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.

      *=== PRAZO DE ENTREGA EM DIAS UTEIS POR TRANSPORTADORA E UF
           SELECT PRAZOCTL ASSIGN
           TO "..\dados\PRAZO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRAZOCTL.

      *=== LISTA DE RETENCAO DA REVISAO DE VALORES ATIPICOS (FATATIP)
           SELECT ATIPICOS ASSIGN
           TO "..\dados\ATIPICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATIPICOS.

      *=== TRILHA DAS MARCACOES DE STATUS, SO CRESCE
           SELECT PEDLOG ASSIGN
           TO "..\dados\PEDIDOS_STATUS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDLOG.

       DATA DIVISION.
       FILE                  SECTION.
       FD  PEDIDOS.
       01  REG-PEDIDO           PIC X(168).

       FD  PRAZOCTL.
           COPY "PRZREG.cpy".

       FD  PEDLOG.
           COPY "PEDLOG.cpy".

       FD  ATIPICOS.
           COPY "ATPREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-PEDIDOS           PIC 9(002) VALUE ZEROS.
       77  FS-PEDLOG            PIC 9(002) VALUE ZEROS.
       77  FS-ATIPICOS          PIC 9(002) VALUE ZEROS.

      *=== QUAL ARQUIVO: 1-PEDIDOS10 / 2-PEDIDOS11
       77  WRK-ARQUIVO          PIC X(001) VALUE SPACES.
      *=== PEDIDOS11, POR CAUSA DA COLUNA DE COBERTURA)
       77  WRK-POS-STATUS       PIC 9(002) VALUE ZEROS.

      *=== POSICAO DO NUMERO DO PEDIDO (70 NO PEDIDOS10, 71 NO
      *=== PEDIDOS11)
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.
       77  WRK-PEDIDO-DIGITADO  PIC 9(006) VALUE ZEROS.

      *=== FATURA DO FRETE DO PEDIDO (84 POSICOES DEPOIS DO NUMERO;
      *=== BRANCO OU ZERO = AINDA NAO FATURADO)
       77  WRK-FATURA-LIDA      PIC X(006) VALUE SPACES.
           88  PEDIDO-NAO-FATURADO         VALUE SPACES "000000".

      *=== DATA PROMETIDA DE ENTREGA (90 POSICOES DEPOIS DO NUMERO;
      *=== BRANCO OU ZERO = SEM PREVISAO) E O CEP (46 DEPOIS)
       77  WRK-PREVISTA-LIDA    PIC X(008) VALUE SPACES.
       77  WRK-CEP-LIDO         PIC X(008) VALUE SPACES.

      *=== FRETE DO PEDIDO RETIDO NA LISTA DO FATATIP ("10"/"11" E O
      *=== ARQUIVO DO PEDIDO NA LISTA)
       77  WRK-ARQ-LISTA        PIC X(002) VALUE SPACES.
       77  WRK-PEDIDO-RETIDO    PIC X(001) VALUE "N".
           88  PEDIDO-RETIDO               VALUE "S".

      *=== PREVISAO DE ENTREGA (COPYBOOKS PRZWS/PRZPR)
       COPY "PRZWS.cpy".

      *=== PEDIDOS CARREGADOS EM MEMORIA (TECNICA DO CIDMANU)
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-REG      PIC X(168) OCCURS 200 TIMES.
       77  WRK-QTD-PEDIDOS      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-NUM-PEDIDO       PIC 9(003) VALUE ZEROS.
       77  WRK-HOUVE-MUDANCA    PIC X(001) VALUE "N".
           88  HOUVE-MUDANCA               VALUE "S".

      *=== MARCACOES DA SESSAO, ANEXADAS NO LOG SO DEPOIS QUE O
      *=== ARQUIVO DE PEDIDOS FOR REGRAVADO
       01  WRK-TAB-MARCAS.
           05  WRK-MARCA        OCCURS 200 TIMES.
               10  WRK-MRC-PEDIDO   PIC 9(006).
               10  WRK-MRC-TRANSP   PIC X(003).
               10  WRK-MRC-UF       PIC X(002).
               10  WRK-MRC-ANT      PIC X(001).
               10  WRK-MRC-STATUS   PIC X(001).
               10  WRK-MRC-PREVISTA PIC 9(008).
       77  WRK-QTD-MARCAS       PIC 9(003) VALUE ZEROS.
       77  WRK-IND-MRC          PIC 9(003) VALUE ZEROS.

      *=== CONTA DE DIAS APROXIMADA PARA O ENVELHECIMENTO
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
       77  WRK-LIMITE-DIAS      PIC 9(003) VALUE ZEROS.
       77  WRK-TOTAL-PARADOS    PIC 9(003) VALUE ZEROS.

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
               WHEN ARQ-PEDIDOS10
                   MOVE "..\dados\PEDIDOS10.DAT" TO WRK-PEDIDOS-PATH
                   MOVE 47 TO WRK-POS-STATUS
                   MOVE 70 TO WRK-POS-NUMERO
               WHEN ARQ-PEDIDOS11
                   MOVE "..\dados\PEDIDOS11.DAT" TO WRK-PEDIDOS-PATH
                   MOVE 48 TO WRK-POS-STATUS
                   MOVE 71 TO WRK-POS-NUMERO
               WHEN OTHER
                   DISPLAY "ARQUIVO DESCONHECIDO - ENCERRANDO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO - FS "
                       FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 9700-CARREGAR-PRAZOS.

           READ PEDIDOS.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
                      OR WRK-QTD-PEDIDOS EQUAL 200
           END-EVALUATE.

       0210-LISTAR           SECTION.
           DISPLAY "==== PEDIDOS (NUMERO / PRODUTO / STATUS / "
                   "DESDE) ====".
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               DISPLAY WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO:6)
                       " - "
                       WRK-PED-REG(WRK-IND-PED)(1:30) " "
                       WRK-PED-REG(WRK-IND-PED)(WRK-POS-STATUS:1)
                       " "
      *=== ESCOLHIDO, SEMPRE COM A DATA DE HOJE
       0220-MARCAR           SECTION.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WRK-PEDIDO-DIGITADO.
           PERFORM 0225-LOCALIZAR-PEDIDO.
           IF WRK-NUM-PEDIDO EQUAL ZEROS
               DISPLAY "PEDIDO " WRK-PEDIDO-DIGITADO " NAO ENCONTRADO"
           ELSE
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-STATUS:1)
                 TO WRK-STATUS-ATUAL
               DISPLAY "NOVO STATUS (E-EMBARCADO / D-ENTREGUE / "
                       "X-CANCELADO): "
               ACCEPT WRK-NOVO-STATUS
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)
                    (WRK-POS-NUMERO + 84:6)
                 TO WRK-FATURA-LIDA
               MOVE "N" TO WRK-PEDIDO-RETIDO
               IF WRK-NOVO-STATUS EQUAL "E"
                   PERFORM 0226-CONFERIR-RETENCAO
               END-IF
               IF WRK-NOVO-STATUS NOT EQUAL "E"
                  AND WRK-NOVO-STATUS NOT EQUAL "D"
                  AND WRK-NOVO-STATUS NOT EQUAL "X"
                   DISPLAY "STATUS INVALIDO - NADA MARCADO"
               ELSE
               IF WRK-NOVO-STATUS EQUAL "X"
                  AND NOT PEDIDO-NAO-FATURADO
                   DISPLAY "PEDIDO JA FATURADO NA FATURA "
                           WRK-FATURA-LIDA " - CANCELAR PELO FATNOTA"
               ELSE
               IF PEDIDO-RETIDO
                   DISPLAY "FRETE DO PEDIDO RETIDO NA REVISAO DE "
                           "VALORES ATIPICOS - LIBERAR NO FATATIP"
               ELSE
                   MOVE WRK-NOVO-STATUS
                     TO WRK-PED-REG(WRK-NUM-PEDIDO)
                     TO WRK-PED-REG(WRK-NUM-PEDIDO)
                        (WRK-POS-STATUS + 1:8)
                   MOVE "S" TO WRK-HOUVE-MUDANCA
                   IF WRK-NOVO-STATUS EQUAL "E"
                       PERFORM 0227-PREVER-ENTREGA
                   END-IF
                   PERFORM 0228-GUARDAR-MARCA
                   DISPLAY "PEDIDO MARCADO " WRK-NOVO-STATUS
               END-IF
               END-IF
               END-IF
           END-IF.

      *=== PROCURA O PEDIDO PELO NUMERO DIGITADO; DEVOLVE A POSICAO NA
      *=== TABELA EM WRK-NUM-PEDIDO (ZERO = NAO ACHOU)
       0225-LOCALIZAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                        OR WRK-NUM-PEDIDO NOT EQUAL ZEROS
               IF WRK-PED-REG(WRK-IND-PED)(WRK-POS-NUMERO:6)
                  EQUAL WRK-PEDIDO-DIGITADO
                   MOVE WRK-IND-PED TO WRK-NUM-PEDIDO
               END-IF
           END-PERFORM.

      *=== O PEDIDO CUJO FRETE ESTA RETIDO ("R") NA LISTA DO FATATIP
      *=== NAO EMBARCA; SEM A LISTA NAO HA RETENCAO
       0226-CONFERIR-RETENCAO SECTION.
           IF ARQ-PEDIDOS10
               MOVE "10" TO WRK-ARQ-LISTA
           ELSE
               MOVE "11" TO WRK-ARQ-LISTA
           END-IF.
           OPEN INPUT ATIPICOS.
           IF FS-ATIPICOS EQUAL 00
               READ ATIPICOS
               PERFORM UNTIL FS-ATIPICOS NOT EQUAL 00
                          OR PEDIDO-RETIDO
                   IF ATP-FRETE AND ATP-RETIDO
                      AND ATP-ARQUIVO EQUAL WRK-ARQ-LISTA
                      AND ATP-NUMERO EQUAL WRK-PEDIDO-DIGITADO
                       MOVE "S" TO WRK-PEDIDO-RETIDO
                   END-IF
                   READ ATIPICOS
               END-PERFORM
               CLOSE ATIPICOS
           END-IF.

      *=== NO EMBARQUE A DATA PROMETIDA E REFEITA A PARTIR DE HOJE
      *=== (TRANSPORTADORA 9 POSICOES ANTES DO NUMERO, UF NA 41, CEP 46
      *=== DEPOIS DO NUMERO); SEM PRAZO FICA A DA COTACAO
       0227-PREVER-ENTREGA   SECTION.
           MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-NUMERO - 9:3)
             TO WRK-PRV-TRANSP.
           MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(41:2) TO WRK-PRV-UF.
           MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-NUMERO + 46:8)
             TO WRK-CEP-LIDO.
           IF WRK-CEP-LIDO NUMERIC
               MOVE WRK-CEP-LIDO TO WRK-PRV-CEP
           ELSE
               MOVE SPACES       TO WRK-PRV-CEP
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-PRV-EMBARQUE.
           PERFORM 9720-CALCULAR-PREVISAO.
           IF WRK-PRV-DATA GREATER ZEROS
               MOVE WRK-PRV-DATA
                 TO WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-NUMERO + 90:8)
               PERFORM 9760-EDITAR-PREVISAO
               DISPLAY "PREVISAO DE ENTREGA: " WRK-PRV-DATA-ED
           END-IF.

      *=== GUARDA A MARCACAO PARA O LOG; A TRANSPORTADORA ESTA 9
      *=== POSICOES ANTES DO NUMERO E A UF NA POSICAO 41 NOS DOIS
      *=== ARQUIVOS. SE A TABELA ENCHER, O RESTO DA SESSAO FICA SEM LOG
       0228-GUARDAR-MARCA    SECTION.
           IF WRK-QTD-MARCAS EQUAL 200
               DISPLAY "TABELA DE MARCACOES CHEIA - MARCACAO FORA DO "
                       "LOG DE STATUS"
           ELSE
               ADD 1 TO WRK-QTD-MARCAS
               MOVE WRK-PEDIDO-DIGITADO
                 TO WRK-MRC-PEDIDO(WRK-QTD-MARCAS)
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-NUMERO - 9:3)
                 TO WRK-MRC-TRANSP(WRK-QTD-MARCAS)
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(41:2)
                 TO WRK-MRC-UF(WRK-QTD-MARCAS)
               MOVE WRK-STATUS-ATUAL TO WRK-MRC-ANT(WRK-QTD-MARCAS)
               MOVE WRK-NOVO-STATUS
                 TO WRK-MRC-STATUS(WRK-QTD-MARCAS)
               MOVE WRK-PED-REG(WRK-NUM-PEDIDO)(WRK-POS-NUMERO + 90:8)
                 TO WRK-PREVISTA-LIDA
               IF WRK-PREVISTA-LIDA NUMERIC
                   MOVE WRK-PREVISTA-LIDA
                     TO WRK-MRC-PREVISTA(WRK-QTD-MARCAS)
               ELSE
                   MOVE ZEROS TO WRK-MRC-PREVISTA(WRK-QTD-MARCAS)
               END-IF
           END-IF.

      *=== PEDIDOS PARADOS NO MESMO STATUS HA MAIS DE N DIAS; OS
                   PERFORM 0235-CALCULAR-PARADO
                   IF WRK-DIAS-PARADO GREATER WRK-LIMITE-DIAS
                       ADD 1 TO WRK-TOTAL-PARADOS
                       DISPLAY WRK-PED-REG(WRK-IND-PED)
                                   (WRK-POS-NUMERO:6) " - "
                               WRK-PED-REG(WRK-IND-PED)(1:30)
                               " STATUS " WRK-STATUS-ATUAL
                               " HA " WRK-DIAS-PARADO " DIAS"
                   END-IF
      *=== REGRAVA O ARQUIVO QUANDO HOUVE MARCACAO NA SESSAO
       0300-FINALIZAR        SECTION.
           IF HOUVE-MUDANCA
               PERFORM 0305-BACKUP-PEDIDOS
               OPEN OUTPUT PEDIDOS
               PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                         UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               END-PERFORM
               CLOSE PEDIDOS
               DISPLAY "ARQUIVO DE PEDIDOS REGRAVADO"
               PERFORM 0310-GRAVAR-LOG
           ELSE
               DISPLAY "NENHUMA MARCACAO - ARQUIVO PRESERVADO"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== GUARDA O ARQUIVO DE PEDIDOS ANTERIOR COMO GERACAO DE
      *=== BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0305-BACKUP-PEDIDOS   SECTION.
           MOVE "B"              TO BKP-OPERACAO.
           IF ARQ-PEDIDOS10
               MOVE "PEDIDOS10.DAT" TO BKP-ARQUIVO
           ELSE
               MOVE "PEDIDOS11.DAT" TO BKP-ARQUIVO
           END-IF.
           MOVE WRK-PEDIDOS-PATH TO BKP-CAMINHO.
           MOVE "PEDSTAT"        TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE " BKP-ARQUIVO
                       " FALHOU - FS " BKP-FS
           END-IF.

      *=== ANEXA AS MARCACOES DA SESSAO EM PEDIDOS_STATUS.LOG, CRIANDO
      *=== O ARQUIVO NA PRIMEIRA VEZ
       0310-GRAVAR-LOG       SECTION.
           OPEN EXTEND PEDLOG.
           IF FS-PEDLOG EQUAL 35
               OPEN OUTPUT PEDLOG
           END-IF.

           PERFORM VARYING WRK-IND-MRC FROM 1 BY 1
                     UNTIL WRK-IND-MRC GREATER WRK-QTD-MARCAS
               MOVE WRK-DATA-HOJE TO PLG-DATA
               MOVE SPACE         TO PLG-SEP-1 PLG-SEP-2 PLG-SEP-3
                                     PLG-SEP-4 PLG-SEP-5 PLG-SEP-6
                                     PLG-SEP-7
               IF ARQ-PEDIDOS10
                   MOVE "10" TO PLG-ARQUIVO
               ELSE
                   MOVE "11" TO PLG-ARQUIVO
               END-IF
               MOVE WRK-MRC-PEDIDO(WRK-IND-MRC) TO PLG-PEDIDO
               MOVE WRK-MRC-TRANSP(WRK-IND-MRC) TO PLG-TRANSP
               MOVE WRK-MRC-UF(WRK-IND-MRC)     TO PLG-UF
               MOVE WRK-MRC-ANT(WRK-IND-MRC)    TO PLG-STATUS-ANT
               MOVE WRK-MRC-STATUS(WRK-IND-MRC) TO PLG-STATUS
               MOVE WRK-MRC-PREVISTA(WRK-IND-MRC) TO PLG-PREVISTA
               WRITE REG-PEDIDO-LOG
           END-PERFORM.

           CLOSE PEDLOG.
           DISPLAY "MARCACOES ANEXADAS NO LOG: " WRK-QTD-MARCAS.

       COPY "PRZPR.cpy".
