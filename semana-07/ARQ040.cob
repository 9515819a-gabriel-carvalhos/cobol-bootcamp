       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ040.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: REGISTRO DOS ATENDIMENTOS AO CLIENTE: RECLAMACAO E
      *==            LIGACAO ERAM ANOTADAS EM PAPEL E O DOSSIE DO
      *==            ARQ027 MOSTRAVA O QUE MUDOU NO CADASTRO, MAS NAO
      *==            O QUE O CLIENTE PEDIU NEM O QUE FOI PROMETIDO.
      *==            1-ABRIR CHAMADO CONTRA UM REG-ID (CANAL,
      *==            CATEGORIA, DESCRICAO, OPERADOR, STATUS ABERTO) /
      *==            2-ACOMPANHAR UM CHAMADO (MOSTRA O HISTORICO E
      *==            ANOTA UM ACOMPANHAMENTO, TROCANDO O STATUS SE FOR
      *==            O CASO) / 3-CHAMADOS DE UM CLIENTE / 4-RELATORIO
      *==            DOS CHAMADOS EM ABERTO POR CATEGORIA E IDADE /
      *==            5-TEMPO MEDIO DE RESOLUCAO POR OPERADOR
      *==  DATA: 03/07/2025
      *==  OBSERVACOES: CHAMADOS EM ATENDIMENTOS.DAT (COPYBOOK ATDREG)
      *==               E ACOMPANHAMENTOS EM ATEND_ACOMP.DAT (COPYBOOK
      *==               ACPREG), OS DOIS CRIADOS NA 1A EXECUCAO. STATUS
      *==               "A"-ABERTO / "E"-AGUARDANDO CLIENTE /
      *==               "R"-RESOLVIDO; ACOMPANHAMENTO QUE TIRA UM
      *==               CHAMADO DE RESOLVIDO O REABRE (A RESOLUCAO E
      *==               APAGADA). O TEMPO DE RESOLUCAO CONTA PARA O
      *==               OPERADOR QUE RESOLVEU, EM DIAS PELA CONTA
      *==               APROXIMADA DO AGING (ANO*365 + MES*30 + DIA).
      *==               OS RELATORIOS SAEM EM ATEND_ABERTOS.LST E
      *==               ATEND_RESOLUCAO.LST, REGRAVADOS A CADA PEDIDO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE CLIENTES (SO CONSULTA: O CLIENTE DO CHAMADO)
           SELECT CLIENTES ASSIGN
           TO WRK-PATH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== CHAMADOS, CHAVE PELO NUMERO E ALTERNADA PELO CLIENTE
           SELECT ATENDIMENTOS ASSIGN
           TO WRK-PATH-ATENDIMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-NUMERO
               ALTERNATE RECORD KEY IS ATD-ID
                   WITH DUPLICATES
               FILE STATUS IS FS-ATENDIMENTOS.

      *=== ACOMPANHAMENTOS, CHAVE NUMERO DO CHAMADO + SEQUENCIA
           SELECT ACOMPANHA ASSIGN
           TO WRK-PATH-ACOMPANHA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-CHAVE
               FILE STATUS IS FS-ACOMPANHA.

      *=== RELATORIO PEDIDO (ABERTOS OU RESOLUCAO), O CAMINHO E
      *=== ESCOLHIDO NA HORA
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
               FILE STATUS IS FS-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== ARQUIVO DE TRABALHO DO SORT DOS CHAMADOS EM ABERTO
           SELECT ORDENACAO ASSIGN
           TO WRK-PATH-ORDENACAO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  ATENDIMENTOS.
           COPY "ATDREG.cpy".

       FD  ACOMPANHA.
           COPY "ACPREG.cpy".

       FD  RELATORIO.
       01  REG-RELATORIO        PIC X(080).

      *=== REGISTRO DO SORT: CATEGORIA, IDADE (DA MAIS VELHA PARA A
      *=== MAIS NOVA) E O QUE VAI NA LINHA DO RELATORIO
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05  SRT-CATEGORIA        PIC X(001).
           05  SRT-IDADE            PIC 9(005).
           05  SRT-NUMERO           PIC 9(006).
           05  SRT-ID               PIC 9(006).
           05  SRT-DATA             PIC 9(008).
           05  SRT-STATUS           PIC X(001).
           05  SRT-CANAL            PIC X(001).
           05  SRT-OPERADOR         PIC X(008).
           05  SRT-DESCRICAO        PIC X(030).

       WORKING-STORAGE       SECTION.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-ATENDIMENTOS      PIC 9(002) VALUE ZEROS.
       77  FS-ACOMPANHA         PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(030) VALUE SPACES.
       COPY "FSMSGWS.cpy".

      *=== IDENTIFICACAO DO OPERADOR (VAI NO CHAMADO E NO
      *=== ACOMPANHAMENTO)
       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.

      *=== OPCAO DO ATENDIMENTO
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-ABRIR                 VALUE "1".
           88  OPCAO-ACOMPANHAR            VALUE "2".
           88  OPCAO-CONSULTAR             VALUE "3".
           88  OPCAO-ABERTOS               VALUE "4".
           88  OPCAO-RESOLUCAO             VALUE "5".
           88  OPCAO-ENCERRAR              VALUE "F".

       77  WRK-ID               PIC 9(006) VALUE ZEROS.
       77  WRK-NUMERO           PIC 9(006) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO    PIC 9(006) VALUE ZEROS.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-HORA-AGORA       PIC 9(008) VALUE ZEROS.
       77  WRK-FIM-LEITURA      PIC X(001) VALUE "N".
           88  FIM-LEITURA                 VALUE "S".
       77  WRK-QTD-LISTADOS     PIC 9(005) VALUE ZEROS.
       77  WRK-CLIENTE-OK       PIC X(001) VALUE "N".
           88  CLIENTE-ACHADO              VALUE "S".

      *=== CAMPOS EM DIGITACAO E O RESULTADO DA VALIDACAO
       77  WRK-NOVO-CANAL       PIC X(001) VALUE SPACES.
       77  WRK-NOVA-CATEGORIA   PIC X(001) VALUE SPACES.
       77  WRK-NOVA-DESCRICAO   PIC X(060) VALUE SPACES.
       77  WRK-NOVO-STATUS      PIC X(001) VALUE SPACES.
       77  WRK-TEXTO            PIC X(060) VALUE SPACES.
       77  WRK-CHAMADO-OK       PIC X(001) VALUE "N".
           88  CHAMADO-VALIDO              VALUE "S".

      *=== NOMES DAS CATEGORIAS E DOS STATUS PARA TELA E RELATORIO
       01  WRK-TAB-CATEGORIAS.
           05  FILLER           PIC X(011) VALUE "RECLAMACAO".
           05  FILLER           PIC X(011) VALUE "DUVIDA".
           05  FILLER           PIC X(011) VALUE "SOLICITACAO".
           05  FILLER           PIC X(011) VALUE "COBRANCA".
           05  FILLER           PIC X(011) VALUE "ENTREGA".
       01  WRK-TAB-CATEGORIAS-R REDEFINES WRK-TAB-CATEGORIAS.
           05  WRK-NOME-CATEGORIA PIC X(011) OCCURS 5 TIMES.
       77  WRK-IND-CAT          PIC 9(001) VALUE ZEROS.
       77  WRK-NOME-STATUS      PIC X(010) VALUE SPACES.

      *=== CONTA DE DIAS APROXIMADA (ANO*365 + MES*30 + DIA), A MESMA
      *=== DO AGING
       01  WRK-DATA-CALC.
           05  WRK-CALC-ANO     PIC 9(004).
           05  WRK-CALC-MES     PIC 9(002).
           05  WRK-CALC-DIA     PIC 9(002).
       77  WRK-DIAS-CALC        PIC 9(007) VALUE ZEROS.
       77  WRK-DIAS-HOJE        PIC 9(007) VALUE ZEROS.
       77  WRK-DIAS-ABERTURA    PIC 9(007) VALUE ZEROS.
       77  WRK-IDADE            PIC 9(005) VALUE ZEROS.

      *=== RELATORIO DE ABERTOS: CONTAGEM POR CATEGORIA E FAIXA DE
      *=== IDADE (0-2 / 3-7 / 8-30 / MAIS DE 30 DIAS); A LINHA 6 E O
      *=== TOTAL GERAL
       01  WRK-TAB-FAIXAS.
           05  WRK-FAIXA-CAT    OCCURS 6 TIMES.
               10  WRK-FAIXA-QTD    PIC 9(005) OCCURS 4 TIMES.
               10  WRK-FAIXA-TOTAL  PIC 9(005).
       77  WRK-IND-FAIXA        PIC 9(001) VALUE ZEROS.
       77  WRK-CAT-ANTERIOR     PIC X(001) VALUE SPACES.
       77  WRK-FIM-SORT         PIC X(001) VALUE "N".

      *=== RELATORIO DE RESOLUCAO: CHAMADOS E DIAS SOMADOS POR
      *=== OPERADOR QUE RESOLVEU, A PARTIR DE UMA DATA DE RESOLUCAO
       01  WRK-TAB-OPERADORES.
           05  WRK-OPE-ITEM     OCCURS 50 TIMES.
               10  WRK-OPE-NOME     PIC X(008).
               10  WRK-OPE-QTD      PIC 9(005).
               10  WRK-OPE-DIAS     PIC 9(007).
       77  WRK-QTD-OPERADORES   PIC 9(002) VALUE ZEROS.
       77  WRK-IND-OPE          PIC 9(002) VALUE ZEROS.
       77  WRK-OPE-ACHADO       PIC 9(002) VALUE ZEROS.
       77  WRK-QTD-FORA-TABELA  PIC 9(005) VALUE ZEROS.
       77  WRK-DATA-DESDE       PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-RESOLUCAO   PIC 9(005) VALUE ZEROS.
       77  WRK-TOTAL-QTD        PIC 9(005) VALUE ZEROS.
       77  WRK-TOTAL-DIAS       PIC 9(007) VALUE ZEROS.
       77  WRK-MEDIA            PIC 9(005)V9 VALUE ZEROS.

      *=== LINHAS DOS RELATORIOS (80 COLUNAS, CABECALHO POR PAGINA
      *=== COMO NO ARQ027)
       01  WRK-CAB-01.
           05  WRK-CAB-TITULO   PIC X(050).
           05  FILLER           PIC X(010) VALUE "EMITIDO EM".
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-CAB-DATA     PIC 9(008).
           05  FILLER           PIC X(011) VALUE SPACES.
       01  WRK-DET-ABERTO.
           05  WRK-DA-NUMERO    PIC 9(006).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-DA-ID        PIC 9(006).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-DA-DATA      PIC 9(008).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-DA-IDADE     PIC ZZZZ9.
           05  FILLER           PIC X(002) VALUE "D ".
           05  WRK-DA-STATUS    PIC X(001).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-DA-CANAL     PIC X(001).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-DA-OPERADOR  PIC X(008).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-DA-DESCRICAO PIC X(030).
           05  FILLER           PIC X(007) VALUE SPACES.
       01  WRK-LIN-FAIXAS.
           05  WRK-LF-NOME      PIC X(011).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LF-QTD       PIC ZZZZ9 OCCURS 4 TIMES.
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WRK-LF-TOTAL     PIC ZZZZ9.
           05  FILLER           PIC X(042) VALUE SPACES.
       01  WRK-LIN-OPERADOR.
           05  WRK-LO-NOME      PIC X(008).
           05  FILLER           PIC X(004) VALUE SPACES.
           05  WRK-LO-QTD       PIC ZZZZ9.
           05  FILLER           PIC X(004) VALUE SPACES.
           05  WRK-LO-MEDIA     PIC ZZZZ9,9.
           05  FILLER           PIC X(052) VALUE SPACES.
       77  WRK-LINHA-TEXTO      PIC X(080) VALUE SPACES.

      *=== CONTROLE DE PAGINACAO (MESMOS LIMITES DO ARQ003)
       77  WRK-MAX-LINHAS       PIC 9(002) VALUE 20.
       77  WRK-LINHA-PAG        PIC 9(002) VALUE ZEROS.

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-CLIENTES    PIC X(040) VALUE
           "..\dados\CLIENTES.DAT".
       77  WRK-PATH-ATENDIMENTOS PIC X(040) VALUE
           "..\dados\ATENDIMENTOS.DAT".
       77  WRK-PATH-ACOMPANHA   PIC X(040) VALUE
           "..\dados\ATEND_ACOMP.DAT".
       77  WRK-PATH-ABERTOS     PIC X(040) VALUE
           "..\dados\ATEND_ABERTOS.LST".
       77  WRK-PATH-RESOLUCAO   PIC X(040) VALUE
           "..\dados\ATEND_RESOLUCAO.LST".
       77  WRK-PATH-ORDENACAO   PIC X(040) VALUE
           "..\dados\ARQ040.SRT".
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE SPACES.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ040" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ040" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== ABRE O CADASTRO (SO LEITURA) E OS 2 ARQUIVOS DO ATENDIMENTO,
      *=== CRIANDO-OS NA 1A VEZ, E ACHA O ULTIMO NUMERO DE CHAMADO
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           PERFORM 0280-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.

           DISPLAY "==== ATENDIMENTO AO CLIENTE ====".
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE FS-CLIENTES TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN I-O ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL 35
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
           IF FS-ATENDIMENTOS NOT EQUAL 00
               MOVE "ATENDIMENTOS.DAT NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN I-O ACOMPANHA.
           IF FS-ACOMPANHA EQUAL 35
               OPEN OUTPUT ACOMPANHA
               CLOSE ACOMPANHA
               OPEN I-O ACOMPANHA
           END-IF.
           IF FS-ACOMPANHA NOT EQUAL 00
               MOVE "ATEND_ACOMP.DAT NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

      *=== O ULTIMO NUMERO E O DO ULTIMO REGISTRO NA ORDEM DA CHAVE
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           PERFORM 0260-POSICIONAR-INICIO.
           PERFORM UNTIL FIM-LEITURA
               MOVE ATD-NUMERO TO WRK-ULTIMO-NUMERO
               PERFORM 0265-LER-PROXIMO
           END-PERFORM.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (1-ABRIR CHAMADO / 2-ACOMPANHAR / "
                   "3-CHAMADOS DO CLIENTE / 4-RELATORIO DE ABERTOS / "
                   "5-TEMPO DE RESOLUCAO / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM 0210-ABRIR-CHAMADO
               WHEN OPCAO-ACOMPANHAR
                   PERFORM 0220-ACOMPANHAR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTAR-CLIENTE
               WHEN OPCAO-ABERTOS
                   PERFORM 0240-RELATORIO-ABERTOS
               WHEN OPCAO-RESOLUCAO
                   PERFORM 0250-TEMPO-RESOLUCAO
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== ABRE UM CHAMADO NOVO CONTRA UM CLIENTE CADASTRADO, COM O
      *=== NUMERO SEGUINTE AO ULTIMO
       0210-ABRIR-CHAMADO    SECTION.
           DISPLAY "REG-ID DO CLIENTE: ".
           ACCEPT WRK-ID.
           PERFORM 0270-LER-CLIENTE.
           IF NOT CLIENTE-ACHADO
               DISPLAY "CLIENTE " WRK-ID " NAO ESTA NO CADASTRO"
           ELSE
               DISPLAY "CLIENTE: " REG-NOME
               DISPLAY "CANAL (T-TELEFONE / E-EMAIL / P-PRESENCIAL / "
                       "C-CARTA): "
               ACCEPT WRK-NOVO-CANAL
               DISPLAY "CATEGORIA (1-RECLAMACAO / 2-DUVIDA / "
                       "3-SOLICITACAO / 4-COBRANCA / 5-ENTREGA): "
               ACCEPT WRK-NOVA-CATEGORIA
               DISPLAY "DESCRICAO: "
               ACCEPT WRK-NOVA-DESCRICAO
               PERFORM 0215-VALIDAR-CHAMADO
               IF CHAMADO-VALIDO
                   PERFORM 0217-GRAVAR-CHAMADO
               END-IF
           END-IF.

       0215-VALIDAR-CHAMADO  SECTION.
           MOVE "S" TO WRK-CHAMADO-OK.
           MOVE WRK-NOVO-CANAL     TO ATD-CANAL.
           MOVE WRK-NOVA-CATEGORIA TO ATD-CATEGORIA.

           EVALUATE TRUE
               WHEN NOT CANAL-VALIDO
                   MOVE "N" TO WRK-CHAMADO-OK
                   DISPLAY "CANAL DEVE SER T, E, P OU C"
               WHEN NOT CATEGORIA-VALIDA
                   MOVE "N" TO WRK-CHAMADO-OK
                   DISPLAY "CATEGORIA DEVE SER DE 1 A 5"
               WHEN WRK-NOVA-DESCRICAO EQUAL SPACES
                   MOVE "N" TO WRK-CHAMADO-OK
                   DISPLAY "DESCRICAO E OBRIGATORIA"
               WHEN WRK-ULTIMO-NUMERO EQUAL 999999
                   MOVE "N" TO WRK-CHAMADO-OK
                   DISPLAY "NUMERACAO DE CHAMADOS ESGOTADA"
           END-EVALUATE.

       0217-GRAVAR-CHAMADO   SECTION.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES              TO REG-ATENDIMENTO.
           COMPUTE ATD-NUMERO = WRK-ULTIMO-NUMERO + 1.
           MOVE WRK-ID              TO ATD-ID.
           MOVE WRK-NOVO-CANAL      TO ATD-CANAL.
           MOVE WRK-NOVA-CATEGORIA  TO ATD-CATEGORIA.
           MOVE WRK-NOVA-DESCRICAO  TO ATD-DESCRICAO.
           MOVE WRK-OPERADOR        TO ATD-OPERADOR.
           MOVE "A"                 TO ATD-STATUS.
           MOVE WRK-DATA-HOJE       TO ATD-DATA-ABERTURA.
           MOVE WRK-HORA-AGORA      TO ATD-HORA-ABERTURA.
           MOVE ZEROS               TO ATD-DATA-RESOLUCAO.
           MOVE SPACES              TO ATD-OPERADOR-RESOLUCAO.
           MOVE ZEROS               TO ATD-QTD-ACOMP.
           MOVE WRK-DATA-HOJE       TO ATD-DATA-ULTIMA.
           WRITE REG-ATENDIMENTO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O CHAMADO - FS "
                           FS-ATENDIMENTOS
               NOT INVALID KEY
                   MOVE ATD-NUMERO TO WRK-ULTIMO-NUMERO
                   DISPLAY "CHAMADO " ATD-NUMERO " ABERTO"
           END-WRITE.

      *=== MOSTRA O CHAMADO COM TODOS OS ACOMPANHAMENTOS E ANOTA UM
      *=== NOVO (TEXTO EM BRANCO = SO CONSULTA)
       0220-ACOMPANHAR       SECTION.
           DISPLAY "NUMERO DO CHAMADO: ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO ATD-NUMERO.
           READ ATENDIMENTOS
               KEY IS ATD-NUMERO
               INVALID KEY
                   DISPLAY "CHAMADO " WRK-NUMERO " NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 0228-MOSTRAR-CHAMADO
                   PERFORM 0225-REGISTRAR-ACOMP
           END-READ.

       0225-REGISTRAR-ACOMP  SECTION.
           DISPLAY "ACOMPANHAMENTO (BRANCO = SO CONSULTA): ".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO EQUAL SPACES
               DISPLAY "NADA GRAVADO"
           ELSE
               DISPLAY "NOVO STATUS (A-ABERTO / E-AGUARDANDO CLIENTE /"
                       " R-RESOLVIDO, BRANCO = MANTEM " ATD-STATUS "): "
               ACCEPT WRK-NOVO-STATUS
               IF WRK-NOVO-STATUS EQUAL SPACES
                   MOVE ATD-STATUS TO WRK-NOVO-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WRK-NOVO-STATUS NOT EQUAL "A"
                        AND WRK-NOVO-STATUS NOT EQUAL "E"
                        AND WRK-NOVO-STATUS NOT EQUAL "R"
                       DISPLAY "STATUS DEVE SER A, E OU R - NADA "
                               "GRAVADO"
                   WHEN ATD-QTD-ACOMP EQUAL 999
                       DISPLAY "CHAMADO JA TEM 999 ACOMPANHAMENTOS - "
                               "ABRA UM CHAMADO NOVO"
                   WHEN OTHER
                       PERFORM 0227-GRAVAR-ACOMP
               END-EVALUATE
           END-IF.

      *=== GRAVA O ACOMPANHAMENTO NA SEQUENCIA SEGUINTE E ATUALIZA O
      *=== CHAMADO: RESOLVER ANOTA DATA E OPERADOR DA RESOLUCAO, SAIR
      *=== DE RESOLVIDO REABRE E APAGA A RESOLUCAO
       0227-GRAVAR-ACOMP     SECTION.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ATD-NUMERO      TO ACP-NUMERO.
           COMPUTE ACP-SEQ = ATD-QTD-ACOMP + 1.
           MOVE WRK-DATA-HOJE   TO ACP-DATA.
           MOVE WRK-HORA-AGORA  TO ACP-HORA.
           MOVE WRK-OPERADOR    TO ACP-OPERADOR.
           MOVE WRK-NOVO-STATUS TO ACP-STATUS.
           MOVE WRK-TEXTO       TO ACP-TEXTO.
           WRITE REG-ACOMPANHAMENTO
               INVALID KEY
                   DISPLAY "FALHA AO GRAVAR O ACOMPANHAMENTO - FS "
                           FS-ACOMPANHA
               NOT INVALID KEY
                   IF WRK-NOVO-STATUS EQUAL "R"
                      AND NOT CHAMADO-RESOLVIDO
                       MOVE WRK-DATA-HOJE TO ATD-DATA-RESOLUCAO
                       MOVE WRK-OPERADOR  TO ATD-OPERADOR-RESOLUCAO
                   END-IF
                   IF WRK-NOVO-STATUS NOT EQUAL "R"
                      AND CHAMADO-RESOLVIDO
                       MOVE ZEROS  TO ATD-DATA-RESOLUCAO
                       MOVE SPACES TO ATD-OPERADOR-RESOLUCAO
                       DISPLAY "CHAMADO REABERTO"
                   END-IF
                   MOVE WRK-NOVO-STATUS TO ATD-STATUS
                   MOVE ACP-SEQ         TO ATD-QTD-ACOMP
                   MOVE WRK-DATA-HOJE   TO ATD-DATA-ULTIMA
                   REWRITE REG-ATENDIMENTO
                       INVALID KEY
                           DISPLAY "FALHA AO ATUALIZAR O CHAMADO - FS "
                                   FS-ATENDIMENTOS
                       NOT INVALID KEY
                           DISPLAY "ACOMPANHAMENTO " ACP-SEQ
                                   " GRAVADO"
                   END-REWRITE
           END-WRITE.

      *=== CABECALHO DO CHAMADO CORRENTE E SEUS ACOMPANHAMENTOS EM
      *=== ORDEM DE SEQUENCIA
       0228-MOSTRAR-CHAMADO  SECTION.
           PERFORM 0275-NOME-STATUS.
           MOVE ATD-CATEGORIA TO WRK-IND-CAT.
           DISPLAY "==== CHAMADO " ATD-NUMERO " - CLIENTE " ATD-ID
                   " ====".
           DISPLAY "ABERTO EM " ATD-DATA-ABERTURA " " ATD-HORA-ABERTURA
                   " POR " ATD-OPERADOR " - CANAL " ATD-CANAL.
           DISPLAY "CATEGORIA " WRK-NOME-CATEGORIA(WRK-IND-CAT)
                   " - STATUS " WRK-NOME-STATUS.
           DISPLAY "  " ATD-DESCRICAO.
           IF CHAMADO-RESOLVIDO
               DISPLAY "RESOLVIDO EM " ATD-DATA-RESOLUCAO " POR "
                       ATD-OPERADOR-RESOLUCAO
           END-IF.

           MOVE ATD-NUMERO TO ACP-NUMERO.
           MOVE ZEROS      TO ACP-SEQ.
           MOVE "N"        TO WRK-FIM-LEITURA.
           START ACOMPANHA KEY IS NOT LESS THAN ACP-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL FIM-LEITURA
               READ ACOMPANHA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
               END-READ
               IF NOT FIM-LEITURA
                   IF ACP-NUMERO NOT EQUAL ATD-NUMERO
                       MOVE "S" TO WRK-FIM-LEITURA
                   ELSE
                       DISPLAY ACP-SEQ " " ACP-DATA " " ACP-OPERADOR
                               " [" ACP-STATUS "] " ACP-TEXTO
                   END-IF
               END-IF
           END-PERFORM.

      *=== TODOS OS CHAMADOS DE 1 CLIENTE, PELA CHAVE ALTERNADA
       0230-CONSULTAR-CLIENTE SECTION.
           DISPLAY "REG-ID DO CLIENTE: ".
           ACCEPT WRK-ID.
           PERFORM 0270-LER-CLIENTE.
           IF CLIENTE-ACHADO
               DISPLAY "==== CHAMADOS DE " WRK-ID " " REG-NOME " ===="
           ELSE
               DISPLAY "==== CHAMADOS DE " WRK-ID
                       " (FORA DO CADASTRO) ===="
           END-IF.

           MOVE ZEROS  TO WRK-QTD-LISTADOS.
           MOVE WRK-ID TO ATD-ID.
           MOVE "N"    TO WRK-FIM-LEITURA.
           START ATENDIMENTOS KEY IS NOT LESS THAN ATD-ID
               INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL FIM-LEITURA
               READ ATENDIMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LEITURA
               END-READ
               IF NOT FIM-LEITURA
                   IF ATD-ID NOT EQUAL WRK-ID
                       MOVE "S" TO WRK-FIM-LEITURA
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       PERFORM 0275-NOME-STATUS
                       DISPLAY ATD-NUMERO " " ATD-DATA-ABERTURA " "
                               WRK-NOME-STATUS " CAT " ATD-CATEGORIA
                               " " ATD-DESCRICAO(1:40)
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "NENHUM CHAMADO PARA O CLIENTE"
           END-IF.

      *=== CHAMADOS NAO RESOLVIDOS, POR CATEGORIA E DO MAIS VELHO PARA
      *=== O MAIS NOVO, COM A CONTAGEM POR FAIXA DE IDADE NO FIM DE
      *=== CADA CATEGORIA E O QUADRO GERAL NO FIM DO RELATORIO
       0240-RELATORIO-ABERTOS SECTION.
           MOVE WRK-PATH-ABERTOS TO WRK-PATH-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY "ATEND_ABERTOS.LST NAO FOI ABERTO - FS "
                       FS-RELATORIO
           ELSE
               MOVE ZEROS  TO WRK-TAB-FAIXAS
               MOVE SPACES TO WRK-CAT-ANTERIOR
               MOVE "CHAMADOS EM ABERTO POR CATEGORIA E IDADE - XPTO"
                 TO WRK-CAB-TITULO
               PERFORM 0290-IMPRIMIR-CABECALHO
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-CATEGORIA
                   ON DESCENDING KEY SRT-IDADE
                   ON ASCENDING KEY SRT-NUMERO
                   INPUT PROCEDURE IS 0242-SELECIONAR-ABERTOS
                   OUTPUT PROCEDURE IS 0244-IMPRIMIR-ABERTOS
               PERFORM 0248-IMPRIMIR-QUADRO
               CLOSE RELATORIO
               DISPLAY "CHAMADOS EM ABERTO...... "
                       WRK-FAIXA-TOTAL(6)
               DISPLAY "RELATORIO EM ATEND_ABERTOS.LST"
           END-IF.

      *=== INPUT PROCEDURE DO SORT: LIBERA CADA CHAMADO NAO RESOLVIDO
      *=== COM A IDADE EM DIAS
       0242-SELECIONAR-ABERTOS SECTION.
           PERFORM 0260-POSICIONAR-INICIO.
           PERFORM UNTIL FIM-LEITURA
               IF NOT CHAMADO-RESOLVIDO
                   MOVE ATD-DATA-ABERTURA TO WRK-DATA-CALC
                   PERFORM 0280-CALCULAR-DIAS
                   MOVE ZEROS TO WRK-IDADE
                   IF WRK-DIAS-HOJE GREATER WRK-DIAS-CALC
                       COMPUTE WRK-IDADE =
                           WRK-DIAS-HOJE - WRK-DIAS-CALC
                   END-IF
                   MOVE ATD-CATEGORIA     TO SRT-CATEGORIA
                   MOVE WRK-IDADE         TO SRT-IDADE
                   MOVE ATD-NUMERO        TO SRT-NUMERO
                   MOVE ATD-ID            TO SRT-ID
                   MOVE ATD-DATA-ABERTURA TO SRT-DATA
                   MOVE ATD-STATUS        TO SRT-STATUS
                   MOVE ATD-CANAL         TO SRT-CANAL
                   MOVE ATD-OPERADOR      TO SRT-OPERADOR
                   MOVE ATD-DESCRICAO     TO SRT-DESCRICAO
                   RELEASE REG-ORDENACAO
               END-IF
               PERFORM 0265-LER-PROXIMO
           END-PERFORM.

      *=== OUTPUT PROCEDURE DO SORT: QUEBRA POR CATEGORIA, 1 LINHA POR
      *=== CHAMADO E A CONTAGEM NAS FAIXAS DE IDADE
       0244-IMPRIMIR-ABERTOS SECTION.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
               RETURN ORDENACAO
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       IF SRT-CATEGORIA NOT EQUAL WRK-CAT-ANTERIOR
                           PERFORM 0246-ABRIR-CATEGORIA
                       END-IF
                       PERFORM 0245-IMPRIMIR-ABERTO
               END-RETURN
           END-PERFORM.

       0245-IMPRIMIR-ABERTO  SECTION.
           MOVE SRT-NUMERO    TO WRK-DA-NUMERO.
           MOVE SRT-ID        TO WRK-DA-ID.
           MOVE SRT-DATA      TO WRK-DA-DATA.
           MOVE SRT-IDADE     TO WRK-DA-IDADE.
           MOVE SRT-STATUS    TO WRK-DA-STATUS.
           MOVE SRT-CANAL     TO WRK-DA-CANAL.
           MOVE SRT-OPERADOR  TO WRK-DA-OPERADOR.
           MOVE SRT-DESCRICAO TO WRK-DA-DESCRICAO.
           MOVE WRK-DET-ABERTO TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.

           EVALUATE TRUE
               WHEN SRT-IDADE LESS 3
                   MOVE 1 TO WRK-IND-FAIXA
               WHEN SRT-IDADE LESS 8
                   MOVE 2 TO WRK-IND-FAIXA
               WHEN SRT-IDADE LESS 31
                   MOVE 3 TO WRK-IND-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-IND-FAIXA
           END-EVALUATE.
           MOVE SRT-CATEGORIA TO WRK-IND-CAT.
           ADD 1 TO WRK-FAIXA-QTD(WRK-IND-CAT, WRK-IND-FAIXA).
           ADD 1 TO WRK-FAIXA-TOTAL(WRK-IND-CAT).
           ADD 1 TO WRK-FAIXA-QTD(6, WRK-IND-FAIXA).
           ADD 1 TO WRK-FAIXA-TOTAL(6).

      *=== TITULO DE UMA CATEGORIA NOVA NO RELATORIO
       0246-ABRIR-CATEGORIA  SECTION.
           MOVE SRT-CATEGORIA TO WRK-CAT-ANTERIOR.
           MOVE SRT-CATEGORIA TO WRK-IND-CAT.
           MOVE SPACES TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           STRING "---- " WRK-NOME-CATEGORIA(WRK-IND-CAT) " ----"
                  DELIMITED BY SIZE
                  INTO WRK-LINHA-TEXTO
           END-STRING.
           PERFORM 0295-IMPRIMIR-LINHA.
           MOVE "NUMERO CLIENTE ABERTURA  IDADE S C OPERADOR DESCRICAO"
             TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.

      *=== QUADRO FINAL: CHAMADOS EM ABERTO POR CATEGORIA E FAIXA
       0248-IMPRIMIR-QUADRO  SECTION.
           MOVE SPACES TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           MOVE "---- QUADRO POR FAIXA DE IDADE (DIAS) ----"
             TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           MOVE "CATEGORIA     0-2  3-7 8-30  +30 TOTAL"
             TO WRK-LINHA-TEXTO.
           PERFORM 0295-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IND-CAT FROM 1 BY 1
                     UNTIL WRK-IND-CAT GREATER 6
               IF WRK-IND-CAT EQUAL 6
                   MOVE "TOTAL" TO WRK-LF-NOME
               ELSE
                   MOVE WRK-NOME-CATEGORIA(WRK-IND-CAT) TO WRK-LF-NOME
               END-IF
               PERFORM VARYING WRK-IND-FAIXA FROM 1 BY 1
                         UNTIL WRK-IND-FAIXA GREATER 4
                   MOVE WRK-FAIXA-QTD(WRK-IND-CAT, WRK-IND-FAIXA)
                     TO WRK-LF-QTD(WRK-IND-FAIXA)
               END-PERFORM
               MOVE WRK-FAIXA-TOTAL(WRK-IND-CAT) TO WRK-LF-TOTAL
               MOVE WRK-LIN-FAIXAS TO WRK-LINHA-TEXTO
               PERFORM 0295-IMPRIMIR-LINHA
           END-PERFORM.

      *=== TEMPO MEDIO DE RESOLUCAO (DIAS ENTRE ABERTURA E RESOLUCAO)
      *=== POR OPERADOR QUE RESOLVEU, DOS CHAMADOS RESOLVIDOS A PARTIR
      *=== DE UMA DATA
       0250-TEMPO-RESOLUCAO  SECTION.
           DISPLAY "RESOLVIDOS DESDE (AAAAMMDD, ZERO = TODOS): ".
           ACCEPT WRK-DATA-DESDE.
           MOVE ZEROS TO WRK-QTD-OPERADORES.
           MOVE ZEROS TO WRK-QTD-FORA-TABELA.
           MOVE ZEROS TO WRK-TOTAL-QTD.
           MOVE ZEROS TO WRK-TOTAL-DIAS.

           PERFORM 0260-POSICIONAR-INICIO.
           PERFORM UNTIL FIM-LEITURA
               IF CHAMADO-RESOLVIDO
                  AND ATD-DATA-RESOLUCAO NOT LESS WRK-DATA-DESDE
                   PERFORM 0255-ACUMULAR-OPERADOR
               END-IF
               PERFORM 0265-LER-PROXIMO
           END-PERFORM.

           MOVE WRK-PATH-RESOLUCAO TO WRK-PATH-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT EQUAL 00
               DISPLAY "ATEND_RESOLUCAO.LST NAO FOI ABERTO - FS "
                       FS-RELATORIO
           ELSE
               MOVE "TEMPO MEDIO DE RESOLUCAO POR OPERADOR - XPTO"
                 TO WRK-CAB-TITULO
               PERFORM 0290-IMPRIMIR-CABECALHO
               MOVE SPACES TO WRK-LINHA-TEXTO
               STRING "RESOLVIDOS DESDE " WRK-DATA-DESDE
                      DELIMITED BY SIZE
                      INTO WRK-LINHA-TEXTO
               END-STRING
               PERFORM 0295-IMPRIMIR-LINHA
               MOVE "OPERADOR    CHAMADOS    DIAS MEDIOS"
                 TO WRK-LINHA-TEXTO
               PERFORM 0295-IMPRIMIR-LINHA
               PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                         UNTIL WRK-IND-OPE GREATER WRK-QTD-OPERADORES
                   MOVE WRK-OPE-NOME(WRK-IND-OPE) TO WRK-LO-NOME
                   MOVE WRK-OPE-QTD(WRK-IND-OPE)  TO WRK-LO-QTD
                   COMPUTE WRK-MEDIA ROUNDED =
                       WRK-OPE-DIAS(WRK-IND-OPE) /
                       WRK-OPE-QTD(WRK-IND-OPE)
                   MOVE WRK-MEDIA TO WRK-LO-MEDIA
                   MOVE WRK-LIN-OPERADOR TO WRK-LINHA-TEXTO
                   PERFORM 0295-IMPRIMIR-LINHA
               END-PERFORM
               MOVE "GERAL"       TO WRK-LO-NOME
               MOVE WRK-TOTAL-QTD TO WRK-LO-QTD
               MOVE ZEROS         TO WRK-MEDIA
               IF WRK-TOTAL-QTD GREATER ZEROS
                   COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TOTAL-DIAS / WRK-TOTAL-QTD
               END-IF
               MOVE WRK-MEDIA TO WRK-LO-MEDIA
               MOVE WRK-LIN-OPERADOR TO WRK-LINHA-TEXTO
               PERFORM 0295-IMPRIMIR-LINHA
               CLOSE RELATORIO
               DISPLAY "CHAMADOS RESOLVIDOS..... " WRK-TOTAL-QTD
               DISPLAY "MEDIA GERAL EM DIAS..... " WRK-LO-MEDIA
               IF WRK-QTD-FORA-TABELA GREATER ZEROS
                   DISPLAY "AVISO: " WRK-QTD-FORA-TABELA " CHAMADO(S)"
                           " DE OPERADORES ALEM DE 50 SO NO GERAL"
               END-IF
               DISPLAY "RELATORIO EM ATEND_RESOLUCAO.LST"
           END-IF.

      *=== SOMA O CHAMADO RESOLVIDO CORRENTE NA LINHA DO OPERADOR QUE
      *=== RESOLVEU (E NO GERAL)
       0255-ACUMULAR-OPERADOR SECTION.
           MOVE ATD-DATA-ABERTURA TO WRK-DATA-CALC.
           PERFORM 0280-CALCULAR-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-ABERTURA.
           MOVE ATD-DATA-RESOLUCAO TO WRK-DATA-CALC.
           PERFORM 0280-CALCULAR-DIAS.
           MOVE ZEROS TO WRK-DIAS-RESOLUCAO.
           IF WRK-DIAS-CALC GREATER WRK-DIAS-ABERTURA
               COMPUTE WRK-DIAS-RESOLUCAO =
                   WRK-DIAS-CALC - WRK-DIAS-ABERTURA
           END-IF.
           ADD 1                  TO WRK-TOTAL-QTD.
           ADD WRK-DIAS-RESOLUCAO TO WRK-TOTAL-DIAS.

           MOVE ZEROS TO WRK-OPE-ACHADO.
           PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                     UNTIL WRK-IND-OPE GREATER WRK-QTD-OPERADORES
                        OR WRK-OPE-ACHADO GREATER ZEROS
               IF WRK-OPE-NOME(WRK-IND-OPE) EQUAL
                  ATD-OPERADOR-RESOLUCAO
                   MOVE WRK-IND-OPE TO WRK-OPE-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-OPE-ACHADO EQUAL ZEROS
               IF WRK-QTD-OPERADORES LESS 50
                   ADD 1 TO WRK-QTD-OPERADORES
                   MOVE WRK-QTD-OPERADORES TO WRK-OPE-ACHADO
                   MOVE ATD-OPERADOR-RESOLUCAO
                     TO WRK-OPE-NOME(WRK-OPE-ACHADO)
                   MOVE ZEROS TO WRK-OPE-QTD(WRK-OPE-ACHADO)
                   MOVE ZEROS TO WRK-OPE-DIAS(WRK-OPE-ACHADO)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.
           IF WRK-OPE-ACHADO GREATER ZEROS
               ADD 1 TO WRK-OPE-QTD(WRK-OPE-ACHADO)
               ADD WRK-DIAS-RESOLUCAO TO WRK-OPE-DIAS(WRK-OPE-ACHADO)
           END-IF.

      *=== LEITURA SEQUENCIAL DOS CHAMADOS PELA CHAVE PRINCIPAL; O
      *=== REGISTRO CORRENTE FICA EM REG-ATENDIMENTO ATE FIM-LEITURA
       0260-POSICIONAR-INICIO SECTION.
           MOVE ZEROS TO ATD-NUMERO.
           MOVE "N"   TO WRK-FIM-LEITURA.
           START ATENDIMENTOS KEY IS NOT LESS THAN ATD-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-LEITURA
           END-START.
           IF NOT FIM-LEITURA
               PERFORM 0265-LER-PROXIMO
           END-IF.

       0265-LER-PROXIMO      SECTION.
           READ ATENDIMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-LEITURA
           END-READ.

      *=== LE O CLIENTE DE WRK-ID NO CADASTRO
       0270-LER-CLIENTE      SECTION.
           MOVE "N"    TO WRK-CLIENTE-OK.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLIENTE-OK
           END-READ.

       0275-NOME-STATUS      SECTION.
           EVALUATE TRUE
               WHEN CHAMADO-ABERTO
                   MOVE "ABERTO"     TO WRK-NOME-STATUS
               WHEN CHAMADO-AGUARDANDO
                   MOVE "AGUARDANDO" TO WRK-NOME-STATUS
               WHEN CHAMADO-RESOLVIDO
                   MOVE "RESOLVIDO"  TO WRK-NOME-STATUS
               WHEN OTHER
                   MOVE ATD-STATUS   TO WRK-NOME-STATUS
           END-EVALUATE.

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
           CLOSE CLIENTES
                 ATENDIMENTOS
                 ACOMPANHA.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "ARQ040" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

       COPY "FSMSGPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "CLIENTES.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CLIENTES TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CLIENTES.

           MOVE "ATENDIMENTOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ATENDIMENTOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ATENDIMENTOS.

           MOVE "ATEND_ACOMP.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ACOMPANHA TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ACOMPANHA.

           MOVE "ATEND_ABERTOS.LST" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ABERTOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ABERTOS.

           MOVE "ATEND_RESOLUCAO.LST" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RESOLUCAO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-RESOLUCAO.

           MOVE "ARQ040.SRT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ORDENACAO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ORDENACAO.
