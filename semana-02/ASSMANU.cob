       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSMANU.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: MANUTENCAO DE ASSENTOS.DAT, A CAPACIDADE DE LUGARES
      *==            POR DESTINO E DATA DA VIAGEM: INCLUI, ALTERA,
      *==            EXCLUI E LISTA POR TELA, SO PARA DESTINO QUE EXISTE
      *==            EM CIDADES.DAT, RECUSANDO LINHA DUPLICADA E
      *==            CAPACIDADE ZERADA. O EXERCICIO02 (COTACAO) E O
      *==            RESMANU (CONFIRMACAO) CONFEREM OS LUGARES QUE
      *==            SOBRAM EM CADA TRECHO CONTRA ESTA TABELA
      *==  DATA: 30/07/2025
      *==  OBSERVACOES: O ARQUIVO E CARREGADO EM MEMORIA E REGRAVADO NO
      *==               FIM QUANDO HOUVE MUDANCA (TECNICA DO CIDMANU);
      *==               DESTINO/DATA SEM LINHA NAO TEM LIMITE DE LUGARES
      *=================================================================
      *==  ALTERACOES
      *==  06/08/2025 GC: REGISTRO DE CIDADES.DAT ACOMPANHA O NOME DO
      *==               DESTINO INCLUIDO PELO CIDMANU
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CAPACIDADE DE LUGARES POR DESTINO E DATA
           SELECT ASSENTOS ASSIGN
           TO "..\dados\ASSENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSENTOS.

      *=== TABELA DE DESTINOS (SO PARA CONFERIR O CODIGO DIGITADO)
           SELECT CIDADES ASSIGN
           TO "..\dados\CIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIDADES.

       DATA DIVISION.
       FILE                  SECTION.
       FD  ASSENTOS.
           COPY "ASSREG.cpy".

       FD  CIDADES.
       01  REG-CIDADE.
           05  REG-CIDADE-COD          PIC X(002).
           05  REG-CIDADE-VALOR        PIC 9(004)V99.
           05  REG-CIDADE-NOME         PIC X(030).

       WORKING-STORAGE       SECTION.
       77  FS-CIDADES           PIC 9(002) VALUE ZEROS.

      *=== CAPACIDADE POR DESTINO E DATA (COPYBOOKS ASSWS/ASSPR)
       COPY "ASSWS.cpy".

      *=== CODIGOS DE DESTINO CADASTRADOS EM CIDADES.DAT
       01  WRK-TAB-CIDADES.
           05  WRK-CID-COD      PIC X(002) OCCURS 50 TIMES.
       77  WRK-QTD-CIDADES      PIC 9(002) VALUE ZEROS.
       77  WRK-IND-CIDADE       PIC 9(002) VALUE ZEROS.
       77  WRK-CIDADE-OK        PIC X(001) VALUE "N".
           88  CIDADE-CADASTRADA           VALUE "S".

      *=== OPCAO DA MANUTENCAO: I-INCLUIR / A-ALTERAR / E-EXCLUIR /
      *=== L-LISTAR / F-ENCERRAR
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-INCLUIR               VALUE "I".
           88  OPCAO-ALTERAR               VALUE "A".
           88  OPCAO-EXCLUIR               VALUE "E".
           88  OPCAO-LISTAR                VALUE "L".
           88  OPCAO-ENCERRAR              VALUE "F".

       77  WRK-LUGARES          PIC 9(003) VALUE ZEROS.
       77  WRK-HOUVE-MUDANCA    PIC X(001) VALUE "N".
           88  HOUVE-MUDANCA               VALUE "S".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
      *=== CARREGA A CAPACIDADE ATUAL; SEM O ARQUIVO, COMECA VAZIO
      *=== (PRIMEIRA CARGA DA TABELA)
           PERFORM 9800-CARREGAR-ASSENTOS.
           IF FS-ASSENTOS EQUAL 35
               DISPLAY "ASSENTOS.DAT AINDA NAO EXISTE - COMECANDO VAZIO"
           END-IF.
           IF ASSENTOS-EXCEDIDOS
               DISPLAY "ASSENTOS.DAT TEM MAIS DE 200 LINHAS - "
                       "MANUTENCAO RECUSADA PARA NAO PERDER DADOS"
               STOP RUN
           END-IF.

      *=== CARREGA OS CODIGOS DE DESTINO PARA CONFERIR A DIGITACAO
           MOVE ZEROS TO WRK-QTD-CIDADES.
           OPEN INPUT CIDADES.
           IF FS-CIDADES EQUAL 00
               READ CIDADES
               PERFORM UNTIL FS-CIDADES NOT EQUAL 00
                          OR WRK-QTD-CIDADES EQUAL 50
                   ADD 1 TO WRK-QTD-CIDADES
                   MOVE REG-CIDADE-COD
                     TO WRK-CID-COD(WRK-QTD-CIDADES)
                   READ CIDADES
               END-PERFORM
               CLOSE CIDADES
           ELSE
               DISPLAY "CIDADES.DAT NAO ENCONTRADO - NENHUM DESTINO "
                       "PODE SER INCLUIDO"
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (I-INCLUIR / A-ALTERAR / E-EXCLUIR / "
                   "L-LISTAR / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR-CAPACIDADE
               WHEN OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR-CAPACIDADE
               WHEN OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR-CAPACIDADE
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-CAPACIDADES
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== RECEBE DESTINO E DATA E PROCURA A LINHA ATIVA DELES
       0205-RECEBER-CHAVE    SECTION.
           DISPLAY "CODIGO DO DESTINO: ".
           ACCEPT WRK-LUG-DESTINO.
           DISPLAY "DATA DA VIAGEM AAAAMMDD: ".
           ACCEPT WRK-LUG-DATA.
           PERFORM 9810-LOCALIZAR-ASSENTOS.

      *=== O DESTINO DIGITADO PRECISA EXISTIR EM CIDADES.DAT
       0207-CONFERIR-DESTINO SECTION.
           MOVE "N" TO WRK-CIDADE-OK.
           PERFORM VARYING WRK-IND-CIDADE FROM 1 BY 1
                     UNTIL WRK-IND-CIDADE GREATER WRK-QTD-CIDADES
               IF WRK-CID-COD(WRK-IND-CIDADE) EQUAL WRK-LUG-DESTINO
                   MOVE "S" TO WRK-CIDADE-OK
               END-IF
           END-PERFORM.

       0210-INCLUIR-CAPACIDADE SECTION.
           PERFORM 0205-RECEBER-CHAVE.
           PERFORM 0207-CONFERIR-DESTINO.

           IF NOT CIDADE-CADASTRADA
               DISPLAY "DESTINO " WRK-LUG-DESTINO " NAO CADASTRADO EM "
                       "CIDADES.DAT - INCLUSAO RECUSADA"
           ELSE
           IF WRK-LUG-DATA EQUAL ZEROS
               DISPLAY "DATA NAO INFORMADA - INCLUSAO RECUSADA"
           ELSE
           IF ASSENTO-CONTROLADO
               DISPLAY "DESTINO " WRK-LUG-DESTINO " EM " WRK-LUG-DATA
                       " JA TEM " WRK-LUG-CAPACIDADE
                       " LUGARES - INCLUSAO RECUSADA"
           ELSE
           IF WRK-QTD-ASSENTOS EQUAL 200
               DISPLAY "TABELA DE ASSENTOS CHEIA - INCLUSAO RECUSADA"
           ELSE
               DISPLAY "QUANTIDADE DE LUGARES: "
               ACCEPT WRK-LUGARES
               IF WRK-LUGARES EQUAL ZEROS
                   DISPLAY "CAPACIDADE ZERADA - INCLUSAO RECUSADA"
               ELSE
                   ADD 1 TO WRK-QTD-ASSENTOS
                   MOVE WRK-LUG-DESTINO
                     TO WRK-ASS-DESTINO(WRK-QTD-ASSENTOS)
                   MOVE WRK-LUG-DATA
                     TO WRK-ASS-DATA(WRK-QTD-ASSENTOS)
                   MOVE WRK-LUGARES
                     TO WRK-ASS-LUGARES(WRK-QTD-ASSENTOS)
                   MOVE "S" TO WRK-ASS-ATIVO(WRK-QTD-ASSENTOS)
                   MOVE "S" TO WRK-HOUVE-MUDANCA
                   DISPLAY "CAPACIDADE DE " WRK-LUG-DESTINO " EM "
                           WRK-LUG-DATA " INCLUIDA"
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0220-ALTERAR-CAPACIDADE SECTION.
           PERFORM 0205-RECEBER-CHAVE.

           IF NOT ASSENTO-CONTROLADO
               DISPLAY "DESTINO " WRK-LUG-DESTINO " EM " WRK-LUG-DATA
                       " SEM CAPACIDADE CADASTRADA"
           ELSE
               DISPLAY "LUGARES ATUAIS: " WRK-LUG-CAPACIDADE
               DISPLAY "NOVA QUANTIDADE DE LUGARES: "
               ACCEPT WRK-LUGARES
               IF WRK-LUGARES EQUAL ZEROS
                   DISPLAY "CAPACIDADE ZERADA - ALTERACAO RECUSADA"
               ELSE
                   MOVE WRK-LUGARES
                     TO WRK-ASS-LUGARES(WRK-IND-ASS-ACH)
                   MOVE "S" TO WRK-HOUVE-MUDANCA
                   DISPLAY "CAPACIDADE DE " WRK-LUG-DESTINO " EM "
                           WRK-LUG-DATA " ALTERADA"
               END-IF
           END-IF.

      *=== EXCLUIR A LINHA TIRA O LIMITE DO TRECHO (VOLTA A SER LIVRE)
       0230-EXCLUIR-CAPACIDADE SECTION.
           PERFORM 0205-RECEBER-CHAVE.

           IF NOT ASSENTO-CONTROLADO
               DISPLAY "DESTINO " WRK-LUG-DESTINO " EM " WRK-LUG-DATA
                       " SEM CAPACIDADE CADASTRADA"
           ELSE
               MOVE "N" TO WRK-ASS-ATIVO(WRK-IND-ASS-ACH)
               MOVE "S" TO WRK-HOUVE-MUDANCA
               DISPLAY "CAPACIDADE DE " WRK-LUG-DESTINO " EM "
                       WRK-LUG-DATA " EXCLUIDA - TRECHO SEM LIMITE"
           END-IF.

       0240-LISTAR-CAPACIDADES SECTION.
           DISPLAY "==== LUGARES POR DESTINO E DATA ====".
           PERFORM VARYING WRK-IND-ASS FROM 1 BY 1
                     UNTIL WRK-IND-ASS GREATER WRK-QTD-ASSENTOS
               IF WRK-ASS-ATIVO(WRK-IND-ASS) EQUAL "S"
                   DISPLAY WRK-ASS-DESTINO(WRK-IND-ASS) " EM "
                           WRK-ASS-DATA(WRK-IND-ASS) " - "
                           WRK-ASS-LUGARES(WRK-IND-ASS) " LUGARES"
               END-IF
           END-PERFORM.

      *=== REGRAVA ASSENTOS.DAT SO COM AS LINHAS ATIVAS, QUANDO HOUVE
      *=== ALGUMA MUDANCA NA SESSAO
       0300-FINALIZAR        SECTION.
           IF HOUVE-MUDANCA
               OPEN OUTPUT ASSENTOS
               PERFORM VARYING WRK-IND-ASS FROM 1 BY 1
                         UNTIL WRK-IND-ASS GREATER WRK-QTD-ASSENTOS
                   IF WRK-ASS-ATIVO(WRK-IND-ASS) EQUAL "S"
                       MOVE WRK-ASS-DESTINO(WRK-IND-ASS)
                         TO REG-ASS-DESTINO
                       MOVE WRK-ASS-DATA(WRK-IND-ASS)
                         TO REG-ASS-DATA
                       MOVE WRK-ASS-LUGARES(WRK-IND-ASS)
                         TO REG-ASS-LUGARES
                       WRITE REG-ASSENTO
                   END-IF
               END-PERFORM
               CLOSE ASSENTOS
               DISPLAY "ASSENTOS.DAT REGRAVADO"
           ELSE
               DISPLAY "NENHUMA MUDANCA - ASSENTOS.DAT PRESERVADO"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

       COPY "ASSPR.cpy".
