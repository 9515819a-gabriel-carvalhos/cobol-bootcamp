       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISMENU.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: MENU GERAL DOS SISTEMAS: O ARQMENU SO ALCANCA OS
      *==            ARQ0XX DO CADASTRO DE CLIENTES, E O FATURAMENTO,
      *==            O FRETE, AS VIAGENS E A ESCOLA ERAM RODADOS A MAO,
      *==            PROGRAMA POR PROGRAMA - QUALQUER UM RODAVA O
      *==            CONREAJ E REAJUSTAVA TODOS OS CONTRATOS. AQUI O
      *==            OPERADOR SE IDENTIFICA CONTRA O OPERADOR.CTL (O
      *==            MESMO DO ARQMENU) E SO VE OS SUBSISTEMAS E AS
      *==            OPCOES QUE O PERFIL DELE PERMITE; TENTATIVA
      *==            RECUSADA VAI PARA O ACESSOS.LOG E O MENU DO
      *==            CADASTRO DE CLIENTES (ARQMENU) E UMA DAS OPCOES
      *==  DATA: 29/08/2025
      *==  OBSERVACOES: CADA OPCAO TEM O PERFIL MINIMO ("O"-OPERADOR /
      *==               "S"-SUPERVISOR / BRANCO-LIVRE) NA TABELA
      *==               WRK-TAB-OPCOES; REAJUSTE DE CONTRATOS, REMESSA
      *==               BANCARIA, TABELA DE DESTINOS E PONTE DE
      *==               MENSALIDADES SAO DE SUPERVISOR. O OPERADOR.CTL
      *==               GANHA, DEPOIS DO PERFIL, 5 MARCAS S/N DOS
      *==               SUBSISTEMAS (FATURAMENTO, FRETE, VIAGENS,
      *==               ESCOLA E CLIENTES); MARCAS EM BRANCO LIBERAM
      *==               TODOS, E OS DEMAIS PROGRAMAS QUE LEEM O
      *==               OPERADOR.CTL IGNORAM AS MARCAS. TODO PROGRAMA
      *==               CHAMADO TEM O INICIO E O FIM ANOTADOS NO
      *==               EXECUCAO.LOG (MODULO ARQEXEC) COM O NOME DE 7
      *==               POSICOES DA TABELA (PRG08 PARA O PROGRAMA08,
      *==               EXERC02 PARA O EXERCICIO02...), PARA O ARQ033
      *==               COBRIR TODOS OS SISTEMAS; O ARQMENU JA
      *==               ANOTA A PROPRIA EXECUCAO E NAO E ANOTADO DE NOVO
      *==  ALTERACOES
      *==  08/09/2025 GC: NOVA OPCAO 16 DO FATURAMENTO, A REVISAO DE
      *==               VALORES ATIPICOS (FATATIP): AVALIAR E RELACIONAR
      *==               PARA O OPERADOR; A LIBERACAO O PROPRIO FATATIP
      *==               SO DEIXA PARA O SUPERVISOR
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE OPERADORES E PERFIS (O MESMO DO ARQMENU)
           SELECT OPERCTL ASSIGN
           TO WRK-PATH-OPERCTL
               FILE STATUS IS FS-OPERCTL
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== TENTATIVAS DE ACESSO RECUSADAS, SO CRESCE (O MESMO DO
      *=== ARQMENU)
           SELECT ACESSOS ASSIGN
           TO WRK-PATH-ACESSOS
               FILE STATUS IS FS-ACESSOS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
      *=== ID + NOME + PERFIL + MARCAS S/N DOS 5 SUBSISTEMAS
       FD  OPERCTL.
       01  REG-OPERCTL.
           05  OPE-ID               PIC X(008).
           05  OPE-NOME             PIC X(020).
           05  OPE-PERFIL           PIC X(001).
           05  OPE-SUBSISTEMAS      PIC X(005).

      *=== DATA + HORA + OPERADOR + OPCAO RECUSADA + MENU DE ORIGEM
       FD  ACESSOS.
       01  REG-ACESSO.
           05  ACS-DATA             PIC 9(008).
           05  ACS-SEP-1            PIC X(001).
           05  ACS-HORA             PIC 9(008).
           05  ACS-SEP-2            PIC X(001).
           05  ACS-OPERADOR         PIC X(008).
           05  ACS-SEP-3            PIC X(001).
           05  ACS-OPCAO            PIC 9(002).
           05  ACS-SEP-4            PIC X(001).
           05  ACS-PROGRAMA         PIC X(007).

       WORKING-STORAGE       SECTION.
       77  FS-OPERCTL           PIC 9(002) VALUE ZEROS.
       77  FS-ACESSOS           PIC 9(002) VALUE ZEROS.

      *=== OPERADORES CARREGADOS DE OPERADOR.CTL
       01  WRK-TAB-OPERADORES.
           05  WRK-OPE-ITEM     OCCURS 50 TIMES.
               10  WRK-OPE-ID       PIC X(008).
               10  WRK-OPE-NOME     PIC X(020).
               10  WRK-OPE-PERFIL   PIC X(001).
               10  WRK-OPE-SUBSIST  PIC X(005).
       77  WRK-QTD-OPERADORES   PIC 9(002) VALUE ZEROS.
       77  WRK-IND-OPE          PIC 9(002) VALUE ZEROS.

      *=== OPERADOR DA SESSAO, O PERFIL DELE E AS MARCAS DOS
      *=== SUBSISTEMAS; SEM OPERADOR.CTL O MENU RODA SEM RESTRICAO
       77  WRK-SESSAO-OPERADOR  PIC X(008) VALUE SPACES.
       77  WRK-SESSAO-PERFIL    PIC X(001) VALUE SPACES.
           88  PERFIL-SUPERVISOR           VALUE "S".
           88  PERFIL-OPERADOR             VALUE "O".
       01  WRK-SESSAO-SUBSIST   PIC X(005) VALUE SPACES.
       01  WRK-SESSAO-SUBSIST-R REDEFINES WRK-SESSAO-SUBSIST.
           05  WRK-SESSAO-MARCA PIC X(001) OCCURS 5 TIMES.
       77  WRK-OPE-ACHADO       PIC X(001) VALUE "N".
       77  WRK-SEM-CONTROLE     PIC X(001) VALUE "N".
           88  SEM-CONTROLE-PERFIS         VALUE "S".

      *=== OPCOES DO MENU: CODIGO(2) + SUBSISTEMA(1) + PROGRAMA
      *=== CHAMADO(11) + NOME NO EXECUCAO.LOG(7, BRANCO = O PROGRAMA JA
      *=== SE ANOTA) + PERFIL MINIMO(1), E A DESCRICAO NA TELA
       01  WRK-TAB-OPCOES.
           05  FILLER           PIC X(022) VALUE
               "111PROGRAMA08 PRG08  O".
           05  FILLER           PIC X(040) VALUE
               "CALCULO E LOTE DE FATURAS".
           05  FILLER           PIC X(022) VALUE
               "121CONMANU    CONMANUO".
           05  FILLER           PIC X(040) VALUE
               "MANUTENCAO DE CONTRATOS".
           05  FILLER           PIC X(022) VALUE
               "131CONREAJ    CONREAJS".
           05  FILLER           PIC X(040) VALUE
               "REAJUSTE ANUAL DOS CONTRATOS".
           05  FILLER           PIC X(022) VALUE
               "141PROGRAMA12 PRG12  O".
           05  FILLER           PIC X(040) VALUE
               "BAIXA DE PAGAMENTOS E AGING".
           05  FILLER           PIC X(022) VALUE
               "151PROGRAMA13 PRG13  S".
           05  FILLER           PIC X(040) VALUE
               "REMESSA E RETORNO BANCARIOS".
           05  FILLER           PIC X(022) VALUE
               "161FATATIP    FATATIPO".
           05  FILLER           PIC X(040) VALUE
               "REVISAO DE VALORES ATIPICOS (RETENCAO)".
           05  FILLER           PIC X(022) VALUE
               "212PEDMANU    PEDMANUO".
           05  FILLER           PIC X(040) VALUE
               "MANUTENCAO DE PEDIDOS".
           05  FILLER           PIC X(022) VALUE
               "222PROGRAMA10 PRG10  O".
           05  FILLER           PIC X(040) VALUE
               "CALCULO DE FRETE (PEDIDOS10)".
           05  FILLER           PIC X(022) VALUE
               "232PROGRAMA11 PRG11  O".
           05  FILLER           PIC X(040) VALUE
               "CALCULO DE FRETE COM SEGURO (PEDIDOS11)".
           05  FILLER           PIC X(022) VALUE
               "242PEDSTAT    PEDSTATO".
           05  FILLER           PIC X(040) VALUE
               "EXPEDICAO E ENVELHECIMENTO DE PEDIDOS".
           05  FILLER           PIC X(022) VALUE
               "313EXERCICIO02EXERC02 ".
           05  FILLER           PIC X(040) VALUE
               "COTACAO DE VIAGEM".
           05  FILLER           PIC X(022) VALUE
               "323CIDMANU    CIDMANUS".
           05  FILLER           PIC X(040) VALUE
               "MANUTENCAO DE DESTINOS E TEMPORADAS".
           05  FILLER           PIC X(022) VALUE
               "333RESMANU    RESMANUO".
           05  FILLER           PIC X(040) VALUE
               "BALCAO DE RESERVAS E MANIFESTO".
           05  FILLER           PIC X(022) VALUE
               "414PROGRAMA09 PRG09  O".
           05  FILLER           PIC X(040) VALUE
               "LANCAMENTO DE NOTAS".
           05  FILLER           PIC X(022) VALUE
               "424PROG018    PROG018 ".
           05  FILLER           PIC X(040) VALUE
               "CONSULTA DE ALUNO E 2A VIA DE BOLETIM".
           05  FILLER           PIC X(022) VALUE
               "434PROG022    PROG022 ".
           05  FILLER           PIC X(040) VALUE
               "HISTORICO ESCOLAR".
           05  FILLER           PIC X(022) VALUE
               "444PROG023    PROG023O".
           05  FILLER           PIC X(040) VALUE
               "LANCAMENTO DE PRESENCA".
           05  FILLER           PIC X(022) VALUE
               "454PROG024    PROG024 ".
           05  FILLER           PIC X(040) VALUE
               "OCUPACAO DAS TURMAS".
           05  FILLER           PIC X(022) VALUE
               "464PROG025    PROG025S".
           05  FILLER           PIC X(040) VALUE
               "PONTE DE MENSALIDADES PARA CONTRATOS".
           05  FILLER           PIC X(022) VALUE
               "515ARQMENU           ".
           05  FILLER           PIC X(040) VALUE
               "CADASTRO DE CLIENTES (MENU ARQ0XX)".
       01  WRK-TAB-OPCOES-R REDEFINES WRK-TAB-OPCOES.
           05  WRK-OPC-ITEM     OCCURS 20 TIMES.
               10  WRK-OPC-CODIGO   PIC 9(002).
               10  WRK-OPC-SUBSIST  PIC 9(001).
               10  WRK-OPC-PROGRAMA PIC X(011).
               10  WRK-OPC-LOG      PIC X(007).
               10  WRK-OPC-PERFIL   PIC X(001).
               10  WRK-OPC-DESCRICAO PIC X(040).
       77  WRK-QTD-OPCOES       PIC 9(002) VALUE 20.
       77  WRK-IND-OPC          PIC 9(002) VALUE ZEROS.
       77  WRK-OPC-ACHADA       PIC 9(002) VALUE ZEROS.

      *=== NOME DE CADA SUBSISTEMA PARA OS TITULOS DO MENU
       01  WRK-TAB-SUBSIST.
           05  FILLER           PIC X(020) VALUE "FATURAMENTO".
           05  FILLER           PIC X(020) VALUE "FRETE".
           05  FILLER           PIC X(020) VALUE "VIAGENS".
           05  FILLER           PIC X(020) VALUE "ESCOLA".
           05  FILLER           PIC X(020) VALUE "CLIENTES".
       01  WRK-TAB-SUBSIST-R REDEFINES WRK-TAB-SUBSIST.
           05  WRK-NOME-SUBSIST PIC X(020) OCCURS 5 TIMES.
       77  WRK-IND-SUB          PIC 9(001) VALUE ZEROS.
       77  WRK-SUB-VISIVEL      PIC X(001) VALUE "N".
           88  SUBSISTEMA-VISIVEL          VALUE "S".

      *=== CHECAGEM DE ACESSO DE UMA OPCAO DA TABELA (WRK-IND-OPC)
       77  WRK-ACESSO-OK        PIC X(001) VALUE "S".
           88  ACESSO-PERMITIDO            VALUE "S".
       77  WRK-MOTIVO-RECUSA    PIC X(030) VALUE SPACES.

      *=== OPCAO ESCOLHIDA E O PROGRAMA A CHAMAR
       77  WRK-OPCAO            PIC 9(002) VALUE ZEROS.
       77  WRK-PGM-CHAMADO      PIC X(011) VALUE SPACES.
       77  WRK-CONTINUA         PIC X(001) VALUE "S".
           88  MENU-CONTINUA               VALUE "S".
           88  MENU-ENCERRA                VALUE "N".

      *=== SINALIZADOR DE EXECUCAO EM LOTE, COMPARTILHADO (EXTERNAL)
      *=== COM OS PROGRAMAS CHAMADOS; DAQUI ELES RODAM INTERATIVOS
       COPY "LOTEWS.cpy".

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".

      *=== LOG CENTRAL DE EXECUCOES (MODULO ARQEXEC)
       COPY "EXECWS.cpy".
       77  WRK-PATH-OPERCTL     PIC X(040) VALUE
           "..\dados\OPERADOR.CTL".
       77  WRK-PATH-ACESSOS     PIC X(040) VALUE
           "..\dados\ACESSOS.LOG".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
      *=== ANOTA O INICIO DA EXECUCAO NO LOG CENTRAL
           MOVE "SISMENU" TO EXC-PROGRAMA.
           MOVE "I"      TO EXC-EVENTO.
           MOVE ZEROS    TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           MOVE "N" TO WRK-MODO-LOTE.
           PERFORM 0050-IDENTIFICAR-OPERADOR.
           PERFORM 0100-EXIBIR-MENU UNTIL MENU-ENCERRA.
           DISPLAY "FIM DE PROGRAMA".
      *=== ANOTA O FIM DA EXECUCAO NO LOG CENTRAL
           MOVE "SISMENU" TO EXC-PROGRAMA.
           MOVE "F"      TO EXC-EVENTO.
           MOVE RETURN-CODE TO EXC-RC.
           CALL "ARQEXEC" USING WRK-EXEC-PARM.
           GOBACK.

      *=== CARREGA OPERADOR.CTL E EXIGE A IDENTIFICACAO DO OPERADOR;
      *=== OPERADOR DESCONHECIDO NAO ENTRA NO MENU. SEM O ARQUIVO DE
      *=== CONTROLE, AVISA E RODA SEM RESTRICAO (MESMA POLITICA DO
      *=== ARQMENU)
       0050-IDENTIFICAR-OPERADOR SECTION.
           MOVE ZEROS TO WRK-QTD-OPERADORES.
           MOVE "N"   TO WRK-SEM-CONTROLE.

           OPEN INPUT OPERCTL.
           IF FS-OPERCTL EQUAL 00
               MOVE SPACES TO REG-OPERCTL
               READ OPERCTL
               PERFORM UNTIL FS-OPERCTL NOT EQUAL 00
                          OR WRK-QTD-OPERADORES EQUAL 50
                   ADD 1 TO WRK-QTD-OPERADORES
                   MOVE OPE-ID     TO WRK-OPE-ID(WRK-QTD-OPERADORES)
                   MOVE OPE-NOME   TO WRK-OPE-NOME(WRK-QTD-OPERADORES)
                   MOVE OPE-PERFIL
                     TO WRK-OPE-PERFIL(WRK-QTD-OPERADORES)
                   MOVE OPE-SUBSISTEMAS
                     TO WRK-OPE-SUBSIST(WRK-QTD-OPERADORES)
                   MOVE SPACES TO REG-OPERCTL
                   READ OPERCTL
               END-PERFORM
               CLOSE OPERCTL
           ELSE
               MOVE "S" TO WRK-SEM-CONTROLE
               DISPLAY "AVISO: OPERADOR.CTL AUSENTE - MENU SEM "
                       "RESTRICAO DE PERFIL"
           END-IF.

           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-SESSAO-OPERADOR.

           IF SEM-CONTROLE-PERFIS
               MOVE "S"    TO WRK-SESSAO-PERFIL
               MOVE SPACES TO WRK-SESSAO-SUBSIST
           ELSE
               MOVE "N" TO WRK-OPE-ACHADO
               PERFORM VARYING WRK-IND-OPE FROM 1 BY 1
                         UNTIL WRK-IND-OPE GREATER WRK-QTD-OPERADORES
                   IF WRK-OPE-ID(WRK-IND-OPE)
                       EQUAL WRK-SESSAO-OPERADOR
                       MOVE "S" TO WRK-OPE-ACHADO
                       MOVE WRK-OPE-PERFIL(WRK-IND-OPE)
                         TO WRK-SESSAO-PERFIL
                       MOVE WRK-OPE-SUBSIST(WRK-IND-OPE)
                         TO WRK-SESSAO-SUBSIST
                       DISPLAY "BEM-VINDO, "
                               WRK-OPE-NOME(WRK-IND-OPE)
                   END-IF
               END-PERFORM
               IF WRK-OPE-ACHADO EQUAL "N"
                   DISPLAY "OPERADOR NAO CADASTRADO EM OPERADOR.CTL "
                           "- MENU ENCERRADO"
                   MOVE ZEROS TO WRK-OPCAO
                   PERFORM 0170-REGISTRAR-RECUSA
                   MOVE "N" TO WRK-CONTINUA
               END-IF
           END-IF.

      *=== MOSTRA, POR SUBSISTEMA, SO AS OPCOES QUE O OPERADOR PODE
      *=== USAR; SUBSISTEMA SEM NENHUMA OPCAO LIBERADA NEM APARECE
       0100-EXIBIR-MENU      SECTION.
           DISPLAY "=================================================".
           DISPLAY "  SISTEMAS XPTO - MENU GERAL".
           DISPLAY "=================================================".
           PERFORM VARYING WRK-IND-SUB FROM 1 BY 1
                     UNTIL WRK-IND-SUB GREATER 5
               PERFORM 0120-EXIBIR-SUBSISTEMA
           END-PERFORM.
           DISPLAY "  0 - ENCERRAR".
           DISPLAY "=================================================".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 0
               MOVE "N" TO WRK-CONTINUA
           ELSE
               PERFORM 0150-LOCALIZAR-OPCAO
               IF WRK-OPC-ACHADA EQUAL ZEROS
                   DISPLAY "OPCAO INVALIDA"
               ELSE
      *=== CONFERE O ACESSO ANTES DE CHAMAR; OPCAO ESCONDIDA DIGITADA
      *=== ASSIM MESMO E RECUSADA E ANOTADA EM ACESSOS.LOG
                   MOVE WRK-OPC-ACHADA TO WRK-IND-OPC
                   PERFORM 0160-VERIFICAR-ACESSO
                   IF ACESSO-PERMITIDO
                       PERFORM 0200-EXECUTAR-OPCAO
                   ELSE
                       DISPLAY "OPCAO " WRK-OPCAO " RESTRITA - "
                               WRK-MOTIVO-RECUSA
                       DISPLAY "ACESSO NEGADO A " WRK-SESSAO-OPERADOR
                       PERFORM 0170-REGISTRAR-RECUSA
                   END-IF
               END-IF
           END-IF.

      *=== TITULO DO SUBSISTEMA WRK-IND-SUB E AS OPCOES LIBERADAS DELE
       0120-EXIBIR-SUBSISTEMA SECTION.
           MOVE "N" TO WRK-SUB-VISIVEL.
           PERFORM VARYING WRK-IND-OPC FROM 1 BY 1
                     UNTIL WRK-IND-OPC GREATER WRK-QTD-OPCOES
               IF WRK-OPC-SUBSIST(WRK-IND-OPC) EQUAL WRK-IND-SUB
                   PERFORM 0160-VERIFICAR-ACESSO
                   IF ACESSO-PERMITIDO
                       IF NOT SUBSISTEMA-VISIVEL
                           MOVE "S" TO WRK-SUB-VISIVEL
                           DISPLAY " "
                           DISPLAY "  --- "
                                   WRK-NOME-SUBSIST(WRK-IND-SUB)
                       END-IF
                       DISPLAY " " WRK-OPC-CODIGO(WRK-IND-OPC) " - "
                               WRK-OPC-DESCRICAO(WRK-IND-OPC)
                   END-IF
               END-IF
           END-PERFORM.

      *=== POSICAO DA OPCAO DIGITADA NA TABELA (ZERO SE NAO EXISTE)
       0150-LOCALIZAR-OPCAO  SECTION.
           MOVE ZEROS TO WRK-OPC-ACHADA.
           PERFORM VARYING WRK-IND-OPC FROM 1 BY 1
                     UNTIL WRK-IND-OPC GREATER WRK-QTD-OPCOES
               IF WRK-OPC-CODIGO(WRK-IND-OPC) EQUAL WRK-OPCAO
                   MOVE WRK-IND-OPC TO WRK-OPC-ACHADA
               END-IF
           END-PERFORM.

      *=== A OPCAO WRK-IND-OPC E LIBERADA SE O SUBSISTEMA DELA ESTA
      *=== MARCADO PARA O OPERADOR (MARCAS EM BRANCO LIBERAM TODOS) E
      *=== O PERFIL ALCANCA O PERFIL MINIMO DA OPCAO
       0160-VERIFICAR-ACESSO SECTION.
           MOVE "S"    TO WRK-ACESSO-OK.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.

           IF SEM-CONTROLE-PERFIS
               CONTINUE
           ELSE
           IF WRK-SESSAO-SUBSIST NOT EQUAL SPACES
              AND WRK-SESSAO-MARCA(WRK-OPC-SUBSIST(WRK-IND-OPC))
                  NOT EQUAL "S"
               MOVE "N" TO WRK-ACESSO-OK
               MOVE "SUBSISTEMA NAO LIBERADO" TO WRK-MOTIVO-RECUSA
           ELSE
           IF WRK-OPC-PERFIL(WRK-IND-OPC) EQUAL "S"
              AND NOT PERFIL-SUPERVISOR
               MOVE "N" TO WRK-ACESSO-OK
               MOVE "SO PARA SUPERVISOR" TO WRK-MOTIVO-RECUSA
           ELSE
           IF WRK-OPC-PERFIL(WRK-IND-OPC) EQUAL "O"
              AND NOT (PERFIL-SUPERVISOR OR PERFIL-OPERADOR)
               MOVE "N" TO WRK-ACESSO-OK
               MOVE "PERFIL INSUFICIENTE" TO WRK-MOTIVO-RECUSA
           END-IF
           END-IF
           END-IF
           END-IF.

      *=== ANOTA A TENTATIVA RECUSADA EM ACESSOS.LOG (SO CRESCE)
       0170-REGISTRAR-RECUSA SECTION.
           OPEN EXTEND ACESSOS.
           IF FS-ACESSOS EQUAL 35
               OPEN OUTPUT ACESSOS
           END-IF.
           MOVE SPACE TO ACS-SEP-1 ACS-SEP-2 ACS-SEP-3 ACS-SEP-4.
           ACCEPT ACS-DATA FROM DATE YYYYMMDD.
           ACCEPT ACS-HORA FROM TIME.
           MOVE WRK-SESSAO-OPERADOR TO ACS-OPERADOR.
           MOVE WRK-OPCAO           TO ACS-OPCAO.
           MOVE "SISMENU"           TO ACS-PROGRAMA.
           WRITE REG-ACESSO.
           CLOSE ACESSOS.

      *=== CHAMA O PROGRAMA DA OPCAO ENTRE AS ANOTACOES DE INICIO E
      *=== FIM NO EXECUCAO.LOG; O CANCEL DEPOIS DA CHAMADA DESCARTA A
      *=== WORKING-STORAGE DO PROGRAMA, PARA A PROXIMA CHAMADA NA
      *=== MESMA SESSAO COMECAR DO ZERO (CHAVES DE FIM, CONTADORES)
       0200-EXECUTAR-OPCAO   SECTION.
           MOVE WRK-OPC-PROGRAMA(WRK-IND-OPC) TO WRK-PGM-CHAMADO.

           IF WRK-OPC-LOG(WRK-IND-OPC) NOT EQUAL SPACES
               MOVE WRK-OPC-LOG(WRK-IND-OPC) TO EXC-PROGRAMA
               MOVE "I"   TO EXC-EVENTO
               MOVE ZEROS TO EXC-RC
               CALL "ARQEXEC" USING WRK-EXEC-PARM
           END-IF.

           MOVE 0 TO RETURN-CODE.
           CALL WRK-PGM-CHAMADO.

           IF WRK-OPC-LOG(WRK-IND-OPC) NOT EQUAL SPACES
               MOVE WRK-OPC-LOG(WRK-IND-OPC) TO EXC-PROGRAMA
               MOVE "F"         TO EXC-EVENTO
               MOVE RETURN-CODE TO EXC-RC
               CALL "ARQEXEC" USING WRK-EXEC-PARM
           END-IF.

           IF RETURN-CODE NOT EQUAL 0
               DISPLAY WRK-PGM-CHAMADO " TERMINOU COM RETURN-CODE "
                       RETURN-CODE
           END-IF.
           CANCEL WRK-PGM-CHAMADO.

      *=== O RETURN-CODE DE UM PROGRAMA NAO PASSA PARA O MENU
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WRK-MODO-LOTE.

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "OPERADOR.CTL" TO CFG-ARQUIVO.
           MOVE WRK-PATH-OPERCTL TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-OPERCTL.

           MOVE "ACESSOS.LOG" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ACESSOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ACESSOS.
