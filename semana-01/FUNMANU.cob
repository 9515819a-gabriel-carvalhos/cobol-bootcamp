       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNMANU.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: MANUTENCAO DO CADASTRO DE FUNCIONARIOS
      *==            (FUNCIONARIOS.DAT, LAYOUT NO COPYBOOK FUNREG):
      *==            INCLUI COM A PROXIMA MATRICULA DO FUNNUM.CTL,
      *==            ALTERA OS DADOS CADASTRAIS, REAJUSTA O SALARIO
      *==            BASE, DESLIGA E CONSULTA (COM O HISTORICO DE
      *==            SALARIO). O CPF PASSA NOS DIGITOS VERIFICADORES
      *==            (COPYBOOKS DOCWS/DOCPR) E NAO PODE ESTAR EM OUTRA
      *==            MATRICULA; ADMISSAO E DESLIGAMENTO SAO DATAS
      *==            VALIDAS E NAO FUTURAS
      *==  DATA: 20/08/2025
      *==  OBSERVACOES: O SALARIO BASE SO MUDA PELA OPCAO DE REAJUSTE,
      *==               QUE ANOTA SALARIO ANTERIOR, NOVO, VIGENCIA,
      *==               MOTIVO E OPERADOR EM FUNCIONARIOS_SAL.LOG
      *==               (COPYBOOK FUNSAL); A INCLUSAO ANOTA O SALARIO
      *==               INICIAL. A ALTERACAO DE UM FUNCIONARIO
      *==               INCOMPLETO (CARGA DO FUNCONV) PEDE TODOS OS
      *==               DADOS E, VALIDADOS, ELE PASSA A ATIVO.
      *==               DESLIGADO NAO E EXCLUIDO: FICA NO CADASTRO COM
      *==               A DATA DO DESLIGAMENTO E SAI DA FOLHA (FOLHAIR)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE FUNCIONARIOS, INDEXADO PELA MATRICULA E COM
      *=== CHAVE ALTERNADA PELO CPF
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

      *=== PROXIMA MATRICULA LIVRE, 1 LINHA SO (A MESMA DO FUNCONV)
           SELECT FUNNUMCTL ASSIGN
           TO "..\dados\FUNNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUNNUM.

      *=== HISTORICO DE SALARIO BASE (SO CRESCE)
           SELECT FUNSALLOG ASSIGN
           TO "..\dados\FUNCIONARIOS_SAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUNSAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       FD  FUNNUMCTL.
       01  REG-FUNNUM                  PIC 9(006).

       FD  FUNSALLOG.
           COPY "FUNSAL.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.
       77  FS-FUNNUM            PIC 9(002) VALUE ZEROS.
       77  FS-FUNSAL            PIC 9(002) VALUE ZEROS.

      *=== OPCAO: I-INCLUIR / A-ALTERAR / R-REAJUSTAR / D-DESLIGAR /
      *=== C-CONSULTAR / F-ENCERRAR
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-INCLUIR               VALUE "I".
           88  OPCAO-ALTERAR               VALUE "A".
           88  OPCAO-REAJUSTAR             VALUE "R".
           88  OPCAO-DESLIGAR              VALUE "D".
           88  OPCAO-CONSULTAR             VALUE "C".
           88  OPCAO-ENCERRAR              VALUE "F".

       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== FUNCIONARIO PROCURADO PELA MATRICULA
       77  WRK-MATRICULA        PIC 9(006) VALUE ZEROS.
       77  WRK-ACHOU            PIC X(001) VALUE "N".
           88  FUNCIONARIO-ACHADO          VALUE "S".

      *=== DADOS CADASTRAIS DIGITADOS (INCLUSAO E ALTERACAO)
       77  WRK-NOME             PIC X(030) VALUE SPACES.
       77  WRK-DOCUMENTO        PIC X(018) VALUE SPACES.
       77  WRK-CPF              PIC 9(011) VALUE ZEROS.
       77  WRK-IDADE            PIC 9(003) VALUE ZEROS.
       77  WRK-ADMISSAO         PIC 9(008) VALUE ZEROS.
       77  WRK-DEPARTAMENTO     PIC X(010) VALUE SPACES.
       77  WRK-CARGO            PIC X(020) VALUE SPACES.
       77  WRK-BANCO            PIC 9(003) VALUE ZEROS.
       77  WRK-AGENCIA          PIC 9(005) VALUE ZEROS.
       77  WRK-CONTA            PIC X(015) VALUE SPACES.
       77  WRK-QTD-DEP          PIC 9(002) VALUE ZEROS.
       77  WRK-DADOS-OK         PIC X(001) VALUE "N".
           88  DADOS-VALIDOS               VALUE "S".

      *=== IDADE MINIMA ACEITA NO CADASTRO (MENOR APRENDIZ)
       77  WRK-IDADE-MINIMA     PIC 9(003) VALUE 14.

      *=== REAJUSTE: SALARIO ANTERIOR, NOVO, VIGENCIA E MOTIVO
       77  WRK-SALARIO          PIC 9(008)V99 VALUE ZEROS.
       77  WRK-SALARIO-ANTERIOR PIC 9(008)V99 VALUE ZEROS.
       77  WRK-VIGENCIA         PIC 9(008) VALUE ZEROS.
       77  WRK-MOTIVO           PIC X(040) VALUE SPACES.
       77  WRK-PERC-REAJUSTE    PIC S9(003)V99 VALUE ZEROS.
       77  WRK-PERC-ED          PIC -ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ANTERIOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== DESLIGAMENTO
       77  WRK-DESLIGAMENTO     PIC 9(008) VALUE ZEROS.

      *=== LINHA DO HISTORICO DE SALARIO EM ANDAMENTO
       77  WRK-FSL-EVENTO       PIC X(001) VALUE SPACES.

      *=== PROXIMA MATRICULA LIVRE (1A EXECUCAO SEM O FUNNUM.CTL =
      *=== MAIOR MATRICULA JA GRAVADA + 1)
       77  WRK-PROX-MATRICULA   PIC 9(006) VALUE ZEROS.
       77  WRK-MAIOR-MATRICULA  PIC 9(006) VALUE ZEROS.

      *=== VALIDACAO DO CPF (COPYBOOKS DOCWS/DOCPR)
       COPY "DOCWS.cpy".

       77  WRK-SITUACAO-EXT     PIC X(011) VALUE SPACES.
       77  WRK-QTD-HISTORICO    PIC 9(004) VALUE ZEROS.

      *=== TOTAIS DA SESSAO
       77  WRK-QTD-INCLUIDOS    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-ALTERADOS    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-REAJUSTADOS  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-DESLIGADOS   PIC 9(004) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== O OPERADOR SE IDENTIFICA PARA O HISTORICO DE SALARIO
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - MANUTENCAO "
                       "ENCERRADA"
               STOP RUN
           END-IF.

      *=== SEM O CADASTRO (1A INCLUSAO SEM A CARGA DO FUNCONV), O
      *=== ARQUIVO E CRIADO VAZIO
           OPEN I-O FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 35
               OPEN OUTPUT FUNCIONARIOS
               CLOSE FUNCIONARIOS
               OPEN I-O FUNCIONARIOS
           END-IF.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO PODE SER ABERTO - FS "
                       FS-FUNCIONARIOS
               STOP RUN
           END-IF.

           OPEN EXTEND FUNSALLOG.
           IF FS-FUNSAL EQUAL 35
               OPEN OUTPUT FUNSALLOG
           END-IF.
           IF FS-FUNSAL NOT EQUAL 00
               DISPLAY "FUNCIONARIOS_SAL.LOG NAO PODE SER ABERTO - FS "
                       FS-FUNSAL
               CLOSE FUNCIONARIOS
               STOP RUN
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (I-INCLUIR / A-ALTERAR / R-REAJUSTAR / "
                   "D-DESLIGAR / C-CONSULTAR / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-FUNCIONARIO
               WHEN OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR-FUNCIONARIO
               WHEN OPCAO-REAJUSTAR
                   PERFORM 0230-REAJUSTAR-SALARIO
               WHEN OPCAO-DESLIGAR
                   PERFORM 0240-DESLIGAR-FUNCIONARIO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0250-CONSULTAR-FUNCIONARIO
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== RECEBE A MATRICULA E LE O FUNCIONARIO DELA
       0205-LOCALIZAR-FUNCIONARIO SECTION.
           DISPLAY "MATRICULA: ".
           ACCEPT WRK-MATRICULA.
           MOVE "N" TO WRK-ACHOU.
           MOVE WRK-MATRICULA TO FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "MATRICULA " WRK-MATRICULA " NAO CADASTRADA"
               NOT INVALID KEY
                   MOVE "S" TO WRK-ACHOU
           END-READ.

      *=== DADOS CADASTRAIS (TUDO MENOS O SALARIO, QUE TEM O REAJUSTE)
       0207-RECEBER-DADOS    SECTION.
           DISPLAY "NOME: ".
           ACCEPT WRK-NOME.
           MOVE FUNCTION UPPER-CASE(WRK-NOME) TO WRK-NOME.
           MOVE FUNCTION TRIM(WRK-NOME) TO WRK-NOME.
           DISPLAY "CPF (COM OU SEM MASCARA): ".
           ACCEPT WRK-DOCUMENTO.
           DISPLAY "IDADE: ".
           ACCEPT WRK-IDADE.
           DISPLAY "DATA DE ADMISSAO AAAAMMDD: ".
           ACCEPT WRK-ADMISSAO.
           DISPLAY "DEPARTAMENTO: ".
           ACCEPT WRK-DEPARTAMENTO.
           MOVE FUNCTION UPPER-CASE(WRK-DEPARTAMENTO)
             TO WRK-DEPARTAMENTO.
           DISPLAY "CARGO: ".
           ACCEPT WRK-CARGO.
           MOVE FUNCTION UPPER-CASE(WRK-CARGO) TO WRK-CARGO.
           DISPLAY "BANCO (3 DIGITOS): ".
           ACCEPT WRK-BANCO.
           DISPLAY "AGENCIA (SEM DIGITO): ".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA COM DIGITO: ".
           ACCEPT WRK-CONTA.
           DISPLAY "QUANTIDADE DE DEPENDENTES: ".
           ACCEPT WRK-QTD-DEP.

      *=== CONFERE OS DADOS DIGITADOS; O CPF NAO PODE ESTAR EM OUTRA
      *=== MATRICULA QUE NAO WRK-MATRICULA (ZERO NA INCLUSAO). A
      *=== LEITURA PELO CPF USA A AREA DO REGISTRO - QUEM ALTERA RELE
      *=== O FUNCIONARIO DEPOIS
       0208-VALIDAR-DADOS    SECTION.
           MOVE "S" TO WRK-DADOS-OK.

           IF WRK-NOME EQUAL SPACES
               DISPLAY "NOME NAO INFORMADO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

           MOVE ZEROS TO WRK-CPF.
           MOVE WRK-DOCUMENTO TO WRK-DOC-VALIDAR.
           PERFORM 9080-VALIDAR-DOCUMENTO.
           IF NOT DOCUMENTO-VALIDO
              OR WRK-DOC-TIPO NOT EQUAL "F"
               DISPLAY "CPF INVALIDO"
               MOVE "N" TO WRK-DADOS-OK
           ELSE
               MOVE WRK-DOC-NUMERO TO WRK-CPF
               MOVE WRK-CPF TO FUN-CPF
               READ FUNCIONARIOS KEY IS FUN-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUN-MATRICULA NOT EQUAL WRK-MATRICULA
                           DISPLAY "CPF JA CADASTRADO NA MATRICULA "
                                   FUN-MATRICULA " - " FUN-NOME
                           MOVE "N" TO WRK-DADOS-OK
                       END-IF
               END-READ
           END-IF.

           IF WRK-IDADE LESS WRK-IDADE-MINIMA
               DISPLAY "IDADE ABAIXO DE " WRK-IDADE-MINIMA " ANOS"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-ADMISSAO) NOT EQUAL 0
               DISPLAY "DATA DE ADMISSAO INVALIDA"
               MOVE "N" TO WRK-DADOS-OK
           ELSE
           IF WRK-ADMISSAO GREATER WRK-DATA-HOJE
               DISPLAY "DATA DE ADMISSAO NO FUTURO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF
           END-IF.

           IF WRK-DEPARTAMENTO EQUAL SPACES
               DISPLAY "DEPARTAMENTO NAO INFORMADO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

           IF WRK-CARGO EQUAL SPACES
               DISPLAY "CARGO NAO INFORMADO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

           IF WRK-BANCO EQUAL ZEROS
              OR WRK-AGENCIA EQUAL ZEROS
              OR WRK-CONTA EQUAL SPACES
               DISPLAY "DADOS BANCARIOS INCOMPLETOS (BANCO, AGENCIA E "
                       "CONTA)"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

      *=== INCLUSAO: DADOS, SALARIO INICIAL E A PROXIMA MATRICULA
       0210-INCLUIR-FUNCIONARIO SECTION.
           MOVE ZEROS TO WRK-MATRICULA.
           PERFORM 0207-RECEBER-DADOS.
           DISPLAY "SALARIO BASE: ".
           ACCEPT WRK-SALARIO.
           PERFORM 0208-VALIDAR-DADOS.
           IF WRK-SALARIO EQUAL ZEROS
               DISPLAY "SALARIO BASE NAO INFORMADO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

           IF NOT DADOS-VALIDOS
               DISPLAY "INCLUSAO RECUSADA"
           ELSE
               PERFORM 0270-PROXIMA-MATRICULA
               DISPLAY "CONFIRMA A INCLUSAO DE " WRK-NOME
                       " NA MATRICULA " WRK-PROX-MATRICULA " (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF NOT CONFIRMADO
                   DISPLAY "INCLUSAO ABANDONADA"
               ELSE
                   INITIALIZE REG-FUNCIONARIO
                   MOVE WRK-PROX-MATRICULA TO FUN-MATRICULA
                   PERFORM 0215-MONTAR-REGISTRO
                   MOVE ZEROS         TO FUN-DATA-DESLIGAMENTO
                   MOVE WRK-SALARIO   TO FUN-SALARIO-BASE
                   MOVE WRK-DATA-HOJE TO FUN-DATA-CADASTRO
                   SET FUNCIONARIO-ATIVO TO TRUE
                   WRITE REG-FUNCIONARIO
                       INVALID KEY
                           DISPLAY "MATRICULA " FUN-MATRICULA
                                   " JA EXISTE - CONFIRA O FUNNUM.CTL"
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-INCLUIDOS
                           PERFORM 0275-GUARDAR-MATRICULA
                           MOVE "A"           TO WRK-FSL-EVENTO
                           MOVE ZEROS         TO WRK-SALARIO-ANTERIOR
                           MOVE WRK-ADMISSAO  TO WRK-VIGENCIA
                           MOVE "ADMISSAO"    TO WRK-MOTIVO
                           PERFORM 0260-GRAVAR-HISTORICO
                           DISPLAY "FUNCIONARIO INCLUIDO NA MATRICULA "
                                   FUN-MATRICULA
                   END-WRITE
               END-IF
           END-IF.

      *=== DADOS CADASTRAIS DIGITADOS PARA O REGISTRO
       0215-MONTAR-REGISTRO  SECTION.
           MOVE WRK-NOME         TO FUN-NOME.
           MOVE WRK-CPF          TO FUN-CPF.
           MOVE WRK-IDADE        TO FUN-IDADE.
           MOVE WRK-ADMISSAO     TO FUN-DATA-ADMISSAO.
           MOVE WRK-DEPARTAMENTO TO FUN-DEPARTAMENTO.
           MOVE WRK-CARGO        TO FUN-CARGO.
           MOVE WRK-BANCO        TO FUN-BANCO.
           MOVE WRK-AGENCIA      TO FUN-AGENCIA.
           MOVE WRK-CONTA        TO FUN-CONTA.
           MOVE WRK-QTD-DEP      TO FUN-QTD-DEPENDENTES.

      *=== ALTERACAO DOS DADOS CADASTRAIS; O INCOMPLETO DA CONVERSAO
      *=== QUE PASSA NA VALIDACAO VIRA ATIVO
       0220-ALTERAR-FUNCIONARIO SECTION.
           PERFORM 0205-LOCALIZAR-FUNCIONARIO.

           IF NOT FUNCIONARIO-ACHADO
               CONTINUE
           ELSE
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "FUNCIONARIO DESLIGADO - ALTERACAO RECUSADA"
           ELSE
               PERFORM 0225-MOSTRAR-FUNCIONARIO
               PERFORM 0207-RECEBER-DADOS
               PERFORM 0208-VALIDAR-DADOS
               IF NOT DADOS-VALIDOS
                   DISPLAY "ALTERACAO RECUSADA"
               ELSE
                   DISPLAY "CONFIRMA A ALTERACAO (S/N)? "
                   ACCEPT WRK-CONFIRMA
                   IF NOT CONFIRMADO
                       DISPLAY "ALTERACAO ABANDONADA"
                   ELSE
                       MOVE WRK-MATRICULA TO FUN-MATRICULA
                       READ FUNCIONARIOS
                           INVALID KEY
                               DISPLAY "MATRICULA " WRK-MATRICULA
                                       " NAO ENCONTRADA NA REGRAVACAO"
                           NOT INVALID KEY
                               PERFORM 0215-MONTAR-REGISTRO
                               SET FUNCIONARIO-ATIVO TO TRUE
                               REWRITE REG-FUNCIONARIO
                               ADD 1 TO WRK-QTD-ALTERADOS
                               DISPLAY "MATRICULA " WRK-MATRICULA
                                       " ALTERADA"
                       END-READ
                   END-IF
               END-IF
           END-IF
           END-IF.

      *=== MOSTRA O FUNCIONARIO JA LIDO EM REG-FUNCIONARIO
       0225-MOSTRAR-FUNCIONARIO SECTION.
           EVALUATE TRUE
               WHEN FUNCIONARIO-ATIVO
                   MOVE "ATIVO"       TO WRK-SITUACAO-EXT
               WHEN FUNCIONARIO-INCOMPLETO
                   MOVE "INCOMPLETO"  TO WRK-SITUACAO-EXT
               WHEN FUNCIONARIO-DESLIGADO
                   MOVE "DESLIGADO"   TO WRK-SITUACAO-EXT
               WHEN OTHER
                   MOVE FUN-SITUACAO  TO WRK-SITUACAO-EXT
           END-EVALUATE.
           MOVE "F"     TO WRK-DOC-TIPO.
           MOVE FUN-CPF TO WRK-DOC-NUMERO.
           IF FUN-CPF EQUAL ZEROS
               MOVE SPACES TO WRK-DOC-TIPO
           END-IF.
           PERFORM 9088-EDITAR-DOCUMENTO.
           MOVE FUN-SALARIO-BASE TO WRK-SALARIO-ED.

           DISPLAY "MATRICULA....... " FUN-MATRICULA
                   "  (" WRK-SITUACAO-EXT ")".
           DISPLAY "NOME............ " FUN-NOME.
           DISPLAY "CPF............. " WRK-DOC-EDITADO.
           DISPLAY "IDADE........... " FUN-IDADE.
           DISPLAY "ADMISSAO........ " FUN-DATA-ADMISSAO.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "DESLIGAMENTO.... " FUN-DATA-DESLIGAMENTO
           END-IF.
           DISPLAY "DEPARTAMENTO.... " FUN-DEPARTAMENTO.
           DISPLAY "CARGO........... " FUN-CARGO.
           DISPLAY "SALARIO BASE.... " WRK-SALARIO-ED.
           DISPLAY "BANCO/AG/CONTA.. " FUN-BANCO " / " FUN-AGENCIA
                   " / " FUN-CONTA.
           DISPLAY "DEPENDENTES..... " FUN-QTD-DEPENDENTES.

      *=== REAJUSTE DO SALARIO BASE, SEMPRE COM LINHA NO HISTORICO
       0230-REAJUSTAR-SALARIO SECTION.
           PERFORM 0205-LOCALIZAR-FUNCIONARIO.

           IF NOT FUNCIONARIO-ACHADO
               CONTINUE
           ELSE
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "FUNCIONARIO DESLIGADO - REAJUSTE RECUSADO"
           ELSE
               MOVE FUN-SALARIO-BASE TO WRK-SALARIO-ANTERIOR
               MOVE FUN-SALARIO-BASE TO WRK-ANTERIOR-ED
               DISPLAY FUN-NOME " - SALARIO ATUAL " WRK-ANTERIOR-ED
               DISPLAY "NOVO SALARIO BASE: "
               ACCEPT WRK-SALARIO
               DISPLAY "VIGENCIA AAAAMMDD (0 = HOJE): "
               ACCEPT WRK-VIGENCIA
               IF WRK-VIGENCIA EQUAL ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-VIGENCIA
               END-IF
               DISPLAY "MOTIVO DO REAJUSTE: "
               ACCEPT WRK-MOTIVO
               MOVE FUNCTION UPPER-CASE(WRK-MOTIVO) TO WRK-MOTIVO
               IF WRK-SALARIO EQUAL ZEROS
                   DISPLAY "SALARIO NAO INFORMADO - REAJUSTE RECUSADO"
               ELSE
               IF WRK-SALARIO EQUAL WRK-SALARIO-ANTERIOR
                   DISPLAY "SALARIO IGUAL AO ATUAL - NADA A REAJUSTAR"
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-VIGENCIA)
                  NOT EQUAL 0
                   DISPLAY "VIGENCIA INVALIDA - REAJUSTE RECUSADO"
               ELSE
               IF WRK-VIGENCIA LESS FUN-DATA-ADMISSAO
                   DISPLAY "VIGENCIA ANTES DA ADMISSAO - REAJUSTE "
                           "RECUSADO"
               ELSE
               IF WRK-MOTIVO EQUAL SPACES
                   DISPLAY "MOTIVO NAO INFORMADO - REAJUSTE RECUSADO"
               ELSE
                   COMPUTE WRK-PERC-REAJUSTE ROUNDED =
                       (WRK-SALARIO - WRK-SALARIO-ANTERIOR) * 100
                       / WRK-SALARIO-ANTERIOR
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-PERC-REAJUSTE
                   END-COMPUTE
                   MOVE WRK-SALARIO       TO WRK-SALARIO-ED
                   MOVE WRK-PERC-REAJUSTE TO WRK-PERC-ED
                   DISPLAY "DE " WRK-ANTERIOR-ED " PARA "
                           WRK-SALARIO-ED " (" WRK-PERC-ED "%) A "
                           "PARTIR DE " WRK-VIGENCIA
                   DISPLAY "CONFIRMA O REAJUSTE (S/N)? "
                   ACCEPT WRK-CONFIRMA
                   IF NOT CONFIRMADO
                       DISPLAY "REAJUSTE ABANDONADO"
                   ELSE
                       MOVE WRK-SALARIO TO FUN-SALARIO-BASE
                       REWRITE REG-FUNCIONARIO
                       ADD 1 TO WRK-QTD-REAJUSTADOS
                       MOVE "R" TO WRK-FSL-EVENTO
                       PERFORM 0260-GRAVAR-HISTORICO
                       DISPLAY "SALARIO DA MATRICULA " FUN-MATRICULA
                               " REAJUSTADO"
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *=== DESLIGAMENTO: O FUNCIONARIO FICA NO CADASTRO, FORA DA FOLHA
       0240-DESLIGAR-FUNCIONARIO SECTION.
           PERFORM 0205-LOCALIZAR-FUNCIONARIO.

           IF NOT FUNCIONARIO-ACHADO
               CONTINUE
           ELSE
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "FUNCIONARIO JA DESLIGADO EM "
                       FUN-DATA-DESLIGAMENTO
           ELSE
               PERFORM 0225-MOSTRAR-FUNCIONARIO
               DISPLAY "DATA DO DESLIGAMENTO AAAAMMDD (0 = HOJE): "
               ACCEPT WRK-DESLIGAMENTO
               IF WRK-DESLIGAMENTO EQUAL ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DESLIGAMENTO
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DESLIGAMENTO)
                  NOT EQUAL 0
                   DISPLAY "DATA INVALIDA - DESLIGAMENTO RECUSADO"
               ELSE
               IF WRK-DESLIGAMENTO GREATER WRK-DATA-HOJE
                   DISPLAY "DATA NO FUTURO - DESLIGAMENTO RECUSADO"
               ELSE
               IF WRK-DESLIGAMENTO LESS FUN-DATA-ADMISSAO
                   DISPLAY "DATA ANTES DA ADMISSAO - DESLIGAMENTO "
                           "RECUSADO"
               ELSE
                   DISPLAY "CONFIRMA O DESLIGAMENTO (S/N)? "
                   ACCEPT WRK-CONFIRMA
                   IF NOT CONFIRMADO
                       DISPLAY "DESLIGAMENTO ABANDONADO"
                   ELSE
                       MOVE WRK-DESLIGAMENTO TO FUN-DATA-DESLIGAMENTO
                       SET FUNCIONARIO-DESLIGADO TO TRUE
                       REWRITE REG-FUNCIONARIO
                       ADD 1 TO WRK-QTD-DESLIGADOS
                       DISPLAY "MATRICULA " FUN-MATRICULA
                               " DESLIGADA"
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *=== CONSULTA: O CADASTRO E O HISTORICO DE SALARIO DA MATRICULA
      *=== (O LOG E REABERTO PARA LEITURA E VOLTA PARA O FIM DEPOIS)
       0250-CONSULTAR-FUNCIONARIO SECTION.
           PERFORM 0205-LOCALIZAR-FUNCIONARIO.

           IF FUNCIONARIO-ACHADO
               PERFORM 0225-MOSTRAR-FUNCIONARIO
               DISPLAY "---- HISTORICO DE SALARIO ----"
               MOVE ZEROS TO WRK-QTD-HISTORICO
               CLOSE FUNSALLOG
               OPEN INPUT FUNSALLOG
               IF FS-FUNSAL EQUAL 00
                   READ FUNSALLOG
                   PERFORM UNTIL FS-FUNSAL NOT EQUAL 00
                       IF FSL-MATRICULA EQUAL WRK-MATRICULA
                           ADD 1 TO WRK-QTD-HISTORICO
                           MOVE FSL-SALARIO-ANTERIOR TO WRK-ANTERIOR-ED
                           MOVE FSL-SALARIO-NOVO     TO WRK-SALARIO-ED
                           DISPLAY FSL-VIGENCIA " " FSL-EVENTO " "
                                   WRK-ANTERIOR-ED " -> "
                                   WRK-SALARIO-ED " " FSL-OPERADOR
                           DISPLAY "         " FSL-MOTIVO
                       END-IF
                       READ FUNSALLOG
                   END-PERFORM
                   CLOSE FUNSALLOG
               END-IF
               IF WRK-QTD-HISTORICO EQUAL ZEROS
                   DISPLAY "SEM HISTORICO DE SALARIO"
               END-IF
               OPEN EXTEND FUNSALLOG
           END-IF.

      *=== 1 LINHA NO HISTORICO DE SALARIO: EVENTO, ANTERIOR, VIGENCIA
      *=== E MOTIVO JA NOS CAMPOS DE TRABALHO, O FUNCIONARIO EM
      *=== REG-FUNCIONARIO
       0260-GRAVAR-HISTORICO SECTION.
           MOVE SPACES                TO REG-FUNSAL.
           MOVE WRK-DATA-HOJE         TO FSL-DATA.
           ACCEPT FSL-HORA FROM TIME.
           MOVE FUN-MATRICULA         TO FSL-MATRICULA.
           MOVE WRK-FSL-EVENTO        TO FSL-EVENTO.
           MOVE WRK-SALARIO-ANTERIOR  TO FSL-SALARIO-ANTERIOR.
           MOVE FUN-SALARIO-BASE      TO FSL-SALARIO-NOVO.
           MOVE WRK-VIGENCIA          TO FSL-VIGENCIA.
           MOVE "FUNMANU"             TO FSL-PROGRAMA.
           MOVE WRK-OPERADOR          TO FSL-OPERADOR.
           MOVE WRK-MOTIVO            TO FSL-MOTIVO.
           WRITE REG-FUNSAL.
           IF FS-FUNSAL NOT EQUAL 00
               DISPLAY "HISTORICO DE SALARIO NAO GRAVADO - FS "
                       FS-FUNSAL
           END-IF.

      *=== PROXIMA MATRICULA LIVRE, RELIDA A CADA INCLUSAO; SEM O
      *=== FUNNUM.CTL, A MAIOR MATRICULA DO CADASTRO + 1
       0270-PROXIMA-MATRICULA SECTION.
           MOVE ZEROS TO WRK-PROX-MATRICULA.
           OPEN INPUT FUNNUMCTL.
           IF FS-FUNNUM EQUAL 00
               READ FUNNUMCTL
               IF FS-FUNNUM EQUAL 00
                   MOVE REG-FUNNUM TO WRK-PROX-MATRICULA
               END-IF
               CLOSE FUNNUMCTL
           END-IF.

           IF WRK-PROX-MATRICULA EQUAL ZEROS
               MOVE ZEROS TO WRK-MAIOR-MATRICULA
               MOVE ZEROS TO FUN-MATRICULA
               START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
                   INVALID KEY CONTINUE
               END-START
               IF FS-FUNCIONARIOS EQUAL 00
                   READ FUNCIONARIOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                   MOVE FUN-MATRICULA TO WRK-MAIOR-MATRICULA
                   READ FUNCIONARIOS NEXT RECORD
               END-PERFORM
               COMPUTE WRK-PROX-MATRICULA = WRK-MAIOR-MATRICULA + 1
           END-IF.

      *=== GUARDA A MATRICULA SEGUINTE PARA A PROXIMA INCLUSAO
       0275-GUARDAR-MATRICULA SECTION.
           OPEN OUTPUT FUNNUMCTL.
           COMPUTE REG-FUNNUM = WRK-PROX-MATRICULA + 1.
           WRITE REG-FUNNUM.
           CLOSE FUNNUMCTL.

       0300-FINALIZAR        SECTION.
           CLOSE FUNCIONARIOS.
           CLOSE FUNSALLOG.
           DISPLAY "INCLUIDOS..... " WRK-QTD-INCLUIDOS.
           DISPLAY "ALTERADOS..... " WRK-QTD-ALTERADOS.
           DISPLAY "REAJUSTADOS... " WRK-QTD-REAJUSTADOS.
           DISPLAY "DESLIGADOS.... " WRK-QTD-DESLIGADOS.
           DISPLAY "FIM DE PROGRAMA".

       COPY "DOCPR.cpy".
