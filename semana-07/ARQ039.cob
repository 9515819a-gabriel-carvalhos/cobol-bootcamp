       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQ039.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: MANUTENCAO DOS CONTATOS E ENDERECOS ADICIONAIS DE
      *==            1 CLIENTE (CONTATOS.DAT, COPYBOOK
      *==            CTTREG), CHAMADA PELA OPCAO 6 DO ARQ008 COM O
      *==            CLIENTE JA LOCALIZADO: O CLIREG SO TEM 1 TELEFONE,
      *==            1 EMAIL E 1 ENDERECO, E CLIENTE EMPRESA TEM
      *==            ENDERECO DE COBRANCA DIFERENTE DO DE ENTREGA E
      *==            VARIAS PESSOAS DE CONTATO - O OPERADOR VIVIA
      *==            SOBRESCREVENDO O CAMPO UNICO E O ARQ020 ENCHIA DE
      *==            TELEFONES INDO E VOLTANDO. AQUI CADA ENTRADA TEM
      *==            TIPO (1-COBRANCA / 2-ENTREGA / 3-RESIDENCIAL /
      *==            4-COMERCIAL), NOME DA PESSOA, TELEFONE, EMAIL,
      *==            ENDERECO COM CEP E A MARCA DE PREFERIDO DO TIPO;
      *==            L-LISTAR / I-INCLUIR / A-ALTERAR / E-EXCLUIR /
      *==            F-VOLTAR, COM A INCLUSAO E A ALTERACAO NUMA TELA
      *==            FIXA COMO A DO ARQ008
      *==  DATA: 30/06/2025
      *==  OBSERVACOES: ROTINA CHAMADA (PARAMETROS NO COPYBOOK CTTMWS);
      *==               A TRAVA DE USO DE CLIENTES.DAT E A LINHA DE
      *==               CLIENTES.LOG FICAM COM O ARQ008, QUE E QUEM
      *==               CHAMA. MARCAR UMA ENTRADA COMO PREFERIDA
      *==               DESMARCA A PREFERIDA ANTERIOR DO MESMO TIPO.
      *==               A SEQUENCIA DA ENTRADA NOVA E A ULTIMA DO
      *==               CLIENTE + 1. A REGRA DE QUAL ENTRADA CADA
      *==               PROGRAMA USA ESTA NO COPYBOOK CTTPR
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CONTATOS E ENDERECOS ADICIONAIS, CHAVE REG-ID + SEQUENCIA
           SELECT CONTATOS ASSIGN
           TO WRK-PATH-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CONTATOS.
           COPY "CTTREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-CONTATOS          PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(030) VALUE SPACES.
       COPY "FSMSGWS.cpy".

      *=== OPCAO DA MANUTENCAO: L/I/A/E/F, COMO NO PEDMANU
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-LISTAR                VALUE "L".
           88  OPCAO-INCLUIR               VALUE "I".
           88  OPCAO-ALTERAR               VALUE "A".
           88  OPCAO-EXCLUIR               VALUE "E".
           88  OPCAO-ENCERRAR              VALUE "F".

      *=== SEQUENCIA ESCOLHIDA PELO OPERADOR E A ULTIMA DO CLIENTE
       77  WRK-SEQ              PIC 9(003) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ       PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-LISTADOS     PIC 9(003) VALUE ZEROS.
       77  WRK-FIM-CLIENTE      PIC X(001) VALUE "N".
           88  FIM-DO-CLIENTE              VALUE "S".
       77  WRK-ACHOU            PIC X(001) VALUE "N".
           88  ENTRADA-ACHADA              VALUE "S".
       77  WRK-CONFIRMA         PIC X(001) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *=== CAMPOS EM EDICAO NA TELA FIXA
       77  WRK-NOVO-TIPO        PIC X(001) VALUE SPACES.
       77  WRK-NOVO-NOME        PIC X(020) VALUE SPACES.
       77  WRK-NOVO-TELEFONE    PIC X(011) VALUE SPACES.
       77  WRK-NOVO-EMAIL       PIC X(040) VALUE SPACES.
       77  WRK-NOVO-ENDERECO    PIC X(040) VALUE SPACES.
       77  WRK-NOVO-CEP         PIC X(008) VALUE SPACES.
       77  WRK-NOVO-PREFERIDO   PIC X(001) VALUE "N".
       77  WRK-TITULO-TELA      PIC X(030) VALUE SPACES.

      *=== LINHA DE MENSAGEM E CONFIRMACAO DA TELA FIXA
       77  WRK-MSG-TELA         PIC X(060) VALUE SPACES.
       77  WRK-CONFIRMA-TELA    PIC X(001) VALUE "N".
       77  WRK-TELA-OK          PIC X(001) VALUE "N".
           88  TELA-ACEITA                 VALUE "S".

      *=== ENTRADA MONTADA, GUARDADA ENQUANTO A PREFERIDA ANTERIOR DO
      *=== TIPO E DESMARCADA (A LEITURA TROCA A AREA DO REGISTRO)
       01  WRK-CONTATO-NOVO     PIC X(138) VALUE SPACES.

      *=== NOME DO TIPO PARA A LISTAGEM
       01  WRK-TAB-TIPOS.
           05  FILLER           PIC X(011) VALUE "COBRANCA".
           05  FILLER           PIC X(011) VALUE "ENTREGA".
           05  FILLER           PIC X(011) VALUE "RESIDENCIAL".
           05  FILLER           PIC X(011) VALUE "COMERCIAL".
       01  WRK-TAB-TIPOS-R REDEFINES WRK-TAB-TIPOS.
           05  WRK-NOME-TIPO    PIC X(011) OCCURS 4 TIMES.
       77  WRK-IND-TIPO         PIC 9(001) VALUE ZEROS.

      *=== VALIDACAO DO FORMATO DO EMAIL (COPYBOOKS EMAILWS/EMAILPR)
       COPY "EMAILWS.cpy".

      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
       COPY "CFGWS.cpy".
       77  WRK-PATH-CONTATOS    PIC X(040) VALUE
           "..\dados\CONTATOS.DAT".

       LINKAGE               SECTION.
       COPY "CTTMWS.cpy".

       SCREEN                SECTION.
      *=== TELA FIXA DA INCLUSAO/ALTERACAO DE 1 ENTRADA
       01  TELA-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 PIC X(030) FROM WRK-TITULO-TELA.
           05  LINE 03 COL 01 VALUE "CLIENTE.....".
           05  LINE 03 COL 14 PIC 9(006) FROM CTM-ID.
           05  LINE 03 COL 21 PIC X(020) FROM CTM-NOME.
           05  LINE 04 COL 01 VALUE "SEQUENCIA...".
           05  LINE 04 COL 14 PIC 9(003) FROM WRK-SEQ.
           05  LINE 05 COL 01 VALUE "TIPO........".
           05  LINE 05 COL 14 PIC X(001) USING WRK-NOVO-TIPO.
           05  LINE 05 COL 17 VALUE
               "(1-COBRANCA 2-ENTREGA 3-RESIDENCIAL 4-COMERCIAL)".
           05  LINE 06 COL 01 VALUE "CONTATO.....".
           05  LINE 06 COL 14 PIC X(020) USING WRK-NOVO-NOME.
           05  LINE 07 COL 01 VALUE "TELEFONE....".
           05  LINE 07 COL 14 PIC X(011) USING WRK-NOVO-TELEFONE.
           05  LINE 07 COL 27 VALUE "(DDD+NUMERO, 11 DIGITOS)".
           05  LINE 08 COL 01 VALUE "EMAIL.......".
           05  LINE 08 COL 14 PIC X(040) USING WRK-NOVO-EMAIL.
           05  LINE 09 COL 01 VALUE "ENDERECO....".
           05  LINE 09 COL 14 PIC X(040) USING WRK-NOVO-ENDERECO.
           05  LINE 10 COL 01 VALUE "CEP.........".
           05  LINE 10 COL 14 PIC X(008) USING WRK-NOVO-CEP.
           05  LINE 10 COL 24 VALUE "(8 DIGITOS)".
           05  LINE 11 COL 01 VALUE "PREFERIDO...".
           05  LINE 11 COL 14 PIC X(001) USING WRK-NOVO-PREFERIDO.
           05  LINE 11 COL 17 VALUE "(S/N - PREFERIDO DO TIPO)".
           05  LINE 12 COL 01 PIC X(060) FROM WRK-MSG-TELA.
           05  LINE 14 COL 01 VALUE "CONFIRMA A GRAVACAO (S/N)?".
           05  LINE 14 COL 29 PIC X(001) USING WRK-CONFIRMA-TELA.

       PROCEDURE             DIVISION USING WRK-CONTATO-PARM.
       0001-PRINCIPAL        SECTION.
           PERFORM 9090-CONFIGURAR-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           IF CONTATOS-MANTIDOS
               MOVE SPACES TO WRK-OPCAO
               PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR
               PERFORM 0300-FINALIZAR
           END-IF.
           GOBACK.

      *=== ABRE O ARQUIVO DE CONTATOS, CRIANDO-O NA 1A VEZ; SEM ELE A
      *=== ROTINA VOLTA COM O RESULTADO "1" E NADA E FEITO
       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO CTM-QTD-MUDANCAS.
           MOVE "0"   TO CTM-RESULTADO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O CONTATOS.
           IF FS-CONTATOS EQUAL 35
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
           END-IF.

           IF FS-CONTATOS NOT EQUAL 00
               MOVE FS-CONTATOS TO WRK-FS-COD-BUSCA
               PERFORM 9010-BUSCAR-MSG-ERRO
               DISPLAY "CONTATOS.DAT NAO FOI ABERTO - "
                       WRK-MSG-ERRO
               MOVE "1" TO CTM-RESULTADO
           ELSE
               PERFORM 0210-LISTAR
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "CONTATOS (L-LISTAR / I-INCLUIR / A-ALTERAR / "
                   "E-EXCLUIR / F-VOLTAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM 0210-LISTAR
               WHEN OPCAO-INCLUIR
                   PERFORM 0220-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0230-ALTERAR
               WHEN OPCAO-EXCLUIR
                   PERFORM 0240-EXCLUIR
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== LISTA AS ENTRADAS DO CLIENTE EM ORDEM DE SEQUENCIA, JA
      *=== GUARDANDO A ULTIMA SEQUENCIA USADA PARA A INCLUSAO
       0210-LISTAR           SECTION.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           DISPLAY "==== CONTATOS DO CLIENTE " CTM-ID " "
                   CTM-NOME " ====".

           PERFORM 0250-POSICIONAR-CLIENTE.
           PERFORM UNTIL FIM-DO-CLIENTE
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE CTT-SEQ TO WRK-ULTIMA-SEQ
               IF CONTATO-TIPO-VALIDO
                   MOVE CTT-TIPO TO WRK-IND-TIPO
                   DISPLAY CTT-SEQ " " WRK-NOME-TIPO(WRK-IND-TIPO)
                           " PREF " CTT-PREFERIDO " " CTT-NOME " "
                           CTT-TELEFONE
               ELSE
                   DISPLAY CTT-SEQ " TIPO " CTT-TIPO " PREF "
                           CTT-PREFERIDO " " CTT-NOME " "
                           CTT-TELEFONE
               END-IF
               IF CTT-EMAIL NOT EQUAL SPACES
                   DISPLAY "    " CTT-EMAIL
               END-IF
               IF CTT-ENDERECO NOT EQUAL SPACES
                   DISPLAY "    " CTT-ENDERECO " CEP " CTT-CEP
               END-IF
               PERFORM 0255-LER-PROXIMO
           END-PERFORM.

           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "NENHUM CONTATO ADICIONAL - VALEM OS DADOS DO "
                       "CADASTRO"
           END-IF.

      *=== NOVA ENTRADA NA SEQUENCIA SEGUINTE A ULTIMA DO CLIENTE
       0220-INCLUIR          SECTION.
           PERFORM 0210-LISTAR.
           IF WRK-ULTIMA-SEQ EQUAL 999
               DISPLAY "CLIENTE JA TEM 999 ENTRADAS - INCLUSAO "
                       "RECUSADA"
           ELSE
               COMPUTE WRK-SEQ = WRK-ULTIMA-SEQ + 1
               MOVE "==== INCLUSAO DE CONTATO ====" TO WRK-TITULO-TELA
               MOVE SPACES TO WRK-NOVO-TIPO
               MOVE SPACES TO WRK-NOVO-NOME
               MOVE SPACES TO WRK-NOVO-TELEFONE
               MOVE SPACES TO WRK-NOVO-EMAIL
               MOVE SPACES TO WRK-NOVO-ENDERECO
               MOVE SPACES TO WRK-NOVO-CEP
               MOVE "N"    TO WRK-NOVO-PREFERIDO
               PERFORM 0260-EDITAR-TELA
               IF TELA-ACEITA
                   PERFORM 0270-MONTAR-ENTRADA
                   PERFORM 0280-DESMARCAR-PREFERIDO
                   MOVE WRK-CONTATO-NOVO TO REG-CONTATOS
                   WRITE REG-CONTATOS
                       INVALID KEY
                           DISPLAY "FALHA AO GRAVAR O CONTATO - FS "
                                   FS-CONTATOS
                       NOT INVALID KEY
                           ADD 1 TO CTM-QTD-MUDANCAS
                           DISPLAY "CONTATO " WRK-SEQ " INCLUIDO"
                   END-WRITE
               ELSE
                   DISPLAY "INCLUSAO CANCELADA"
               END-IF
           END-IF.

      *=== ALTERA 1 ENTRADA DO CLIENTE, NA TELA JA CARREGADA
       0230-ALTERAR          SECTION.
           DISPLAY "SEQUENCIA DO CONTATO A ALTERAR: ".
           ACCEPT WRK-SEQ.
           PERFORM 0245-LER-ENTRADA.
           IF ENTRADA-ACHADA
               MOVE "==== ALTERACAO DE CONTATO ====" TO WRK-TITULO-TELA
               MOVE CTT-TIPO      TO WRK-NOVO-TIPO
               MOVE CTT-NOME      TO WRK-NOVO-NOME
               MOVE CTT-TELEFONE  TO WRK-NOVO-TELEFONE
               MOVE CTT-EMAIL     TO WRK-NOVO-EMAIL
               MOVE CTT-ENDERECO  TO WRK-NOVO-ENDERECO
               MOVE CTT-CEP       TO WRK-NOVO-CEP
               MOVE CTT-PREFERIDO TO WRK-NOVO-PREFERIDO
               PERFORM 0260-EDITAR-TELA
               IF TELA-ACEITA
                   PERFORM 0270-MONTAR-ENTRADA
                   PERFORM 0280-DESMARCAR-PREFERIDO
                   MOVE WRK-CONTATO-NOVO TO REG-CONTATOS
                   REWRITE REG-CONTATOS
                       INVALID KEY
                           DISPLAY "FALHA AO REGRAVAR O CONTATO - FS "
                                   FS-CONTATOS
                       NOT INVALID KEY
                           ADD 1 TO CTM-QTD-MUDANCAS
                           DISPLAY "CONTATO " WRK-SEQ " ALTERADO"
                   END-REWRITE
               ELSE
                   DISPLAY "ALTERACAO CANCELADA"
               END-IF
           END-IF.

      *=== EXCLUI 1 ENTRADA DO CLIENTE, COM CONFIRMACAO
       0240-EXCLUIR          SECTION.
           DISPLAY "SEQUENCIA DO CONTATO A EXCLUIR: ".
           ACCEPT WRK-SEQ.
           PERFORM 0245-LER-ENTRADA.
           IF ENTRADA-ACHADA
               DISPLAY CTT-SEQ " " CTT-NOME " " CTT-TELEFONE
               DISPLAY "CONFIRMA A EXCLUSAO (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S"
                   DELETE CONTATOS
                       INVALID KEY
                           DISPLAY "FALHA AO EXCLUIR O CONTATO - FS "
                                   FS-CONTATOS
                       NOT INVALID KEY
                           ADD 1 TO CTM-QTD-MUDANCAS
                           DISPLAY "CONTATO " WRK-SEQ " EXCLUIDO"
                   END-DELETE
               ELSE
                   DISPLAY "EXCLUSAO CANCELADA"
               END-IF
           END-IF.

      *=== LE A ENTRADA WRK-SEQ DO CLIENTE PELA CHAVE
       0245-LER-ENTRADA      SECTION.
           MOVE "N"    TO WRK-ACHOU.
           MOVE CTM-ID TO CTT-ID.
           MOVE WRK-SEQ TO CTT-SEQ.
           READ CONTATOS
               INVALID KEY
                   DISPLAY "CONTATO " WRK-SEQ " NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "S" TO WRK-ACHOU
           END-READ.

      *=== POSICIONA NA 1A ENTRADA DO CLIENTE (FIM-DO-CLIENTE SE NAO
      *=== HOUVER NENHUMA)
       0250-POSICIONAR-CLIENTE SECTION.
           MOVE "N"    TO WRK-FIM-CLIENTE.
           MOVE CTM-ID TO CTT-ID.
           MOVE ZEROS  TO CTT-SEQ.
           START CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CLIENTE
           END-START.
           IF NOT FIM-DO-CLIENTE
               PERFORM 0255-LER-PROXIMO
           END-IF.

      *=== PROXIMA ENTRADA; ACABOU O ARQUIVO OU O CLIENTE, FIM
       0255-LER-PROXIMO      SECTION.
           READ CONTATOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CLIENTE
           END-READ.
           IF NOT FIM-DO-CLIENTE
              AND CTT-ID NOT EQUAL CTM-ID
               MOVE "S" TO WRK-FIM-CLIENTE
           END-IF.

      *=== TELA FIXA ATE VIR VALIDA COM "S", OU SER ABANDONADA COM "N"
       0260-EDITAR-TELA      SECTION.
           MOVE SPACES TO WRK-MSG-TELA.
           MOVE SPACES TO WRK-CONFIRMA-TELA.
           MOVE "N"    TO WRK-TELA-OK.

           PERFORM UNTIL TELA-ACEITA
                      OR WRK-CONFIRMA-TELA EQUAL "N"
               DISPLAY TELA-CONTATO
               ACCEPT TELA-CONTATO
               IF WRK-CONFIRMA-TELA NOT EQUAL "N"
                   PERFORM 0265-VALIDAR-TELA
                   IF WRK-MSG-TELA EQUAL SPACES
                       IF WRK-CONFIRMA-TELA EQUAL "S"
                           MOVE "S" TO WRK-TELA-OK
                       ELSE
                           MOVE "CONFIRME COM S PARA GRAVAR (N DESISTE)"
                               TO WRK-MSG-TELA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *=== VALIDA A TELA CAMPO A CAMPO E DEIXA EM WRK-MSG-TELA A
      *=== MENSAGEM DO PRIMEIRO CAMPO ERRADO (BRANCO = TUDO CERTO)
       0265-VALIDAR-TELA     SECTION.
           MOVE SPACES TO WRK-MSG-TELA.

           IF WRK-NOVO-TIPO LESS "1"
              OR WRK-NOVO-TIPO GREATER "4"
               MOVE "TIPO DEVE SER 1, 2, 3 OU 4" TO WRK-MSG-TELA
           END-IF.

           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-TELEFONE EQUAL SPACES
              AND WRK-NOVO-EMAIL EQUAL SPACES
              AND WRK-NOVO-ENDERECO EQUAL SPACES
               MOVE "INFORME TELEFONE, EMAIL OU ENDERECO"
                   TO WRK-MSG-TELA
           END-IF.

           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-TELEFONE NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN WRK-NOVO-TELEFONE NOT NUMERIC
                       MOVE "TELEFONE INVALIDO - USE 11 DIGITOS"
                           TO WRK-MSG-TELA
                   WHEN WRK-NOVO-TELEFONE(1:2) EQUAL "00"
                       MOVE "TELEFONE INVALIDO - DDD NAO PODE SER 00"
                           TO WRK-MSG-TELA
               END-EVALUATE
           END-IF.

           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-EMAIL NOT EQUAL SPACES
               MOVE WRK-NOVO-EMAIL TO WRK-EMAIL-VALIDAR
               PERFORM 9070-VALIDAR-EMAIL
               IF NOT EMAIL-VALIDO
                   MOVE "EMAIL INVALIDO (1 @, PONTO, SEM ESPACOS)"
                       TO WRK-MSG-TELA
               END-IF
           END-IF.

      *=== ENDERECO SEM CEP NAO SERVE PARA CARTA NEM ENTREGA
           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-ENDERECO NOT EQUAL SPACES
              AND (WRK-NOVO-CEP NOT NUMERIC
                   OR WRK-NOVO-CEP EQUAL "00000000")
               MOVE "CEP INVALIDO - USE 8 DIGITOS" TO WRK-MSG-TELA
           END-IF.

           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-ENDERECO EQUAL SPACES
              AND WRK-NOVO-CEP NOT EQUAL SPACES
              AND WRK-NOVO-CEP NOT EQUAL "00000000"
               MOVE "CEP SEM ENDERECO - INFORME O ENDERECO"
                   TO WRK-MSG-TELA
           END-IF.

           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-PREFERIDO NOT EQUAL "S"
              AND WRK-NOVO-PREFERIDO NOT EQUAL "N"
               MOVE "PREFERIDO DEVE SER S OU N" TO WRK-MSG-TELA
           END-IF.

      *=== MONTA A ENTRADA EDITADA EM WRK-CONTATO-NOVO
       0270-MONTAR-ENTRADA   SECTION.
           MOVE SPACES             TO REG-CONTATOS.
           MOVE CTM-ID             TO CTT-ID.
           MOVE WRK-SEQ            TO CTT-SEQ.
           MOVE WRK-NOVO-TIPO      TO CTT-TIPO.
           MOVE WRK-NOVO-NOME      TO CTT-NOME.
           MOVE WRK-NOVO-TELEFONE  TO CTT-TELEFONE.
           MOVE WRK-NOVO-EMAIL     TO CTT-EMAIL.
           MOVE WRK-NOVO-ENDERECO  TO CTT-ENDERECO.
           IF WRK-NOVO-ENDERECO EQUAL SPACES
               MOVE ZEROS          TO CTT-CEP
           ELSE
               MOVE WRK-NOVO-CEP   TO CTT-CEP
           END-IF.
           MOVE WRK-NOVO-PREFERIDO TO CTT-PREFERIDO.
           MOVE WRK-DATA-HOJE      TO CTT-DATA-ATUALIZACAO.
           MOVE REG-CONTATOS       TO WRK-CONTATO-NOVO.

      *=== ENTRADA NOVA MARCADA COMO PREFERIDA: A PREFERIDA ANTERIOR
      *=== DO MESMO TIPO (OUTRA SEQUENCIA) PERDE A MARCA
       0280-DESMARCAR-PREFERIDO SECTION.
           IF WRK-NOVO-PREFERIDO EQUAL "S"
               PERFORM 0250-POSICIONAR-CLIENTE
               PERFORM UNTIL FIM-DO-CLIENTE
                   IF CTT-TIPO EQUAL WRK-NOVO-TIPO
                      AND CONTATO-PREFERIDO
                      AND CTT-SEQ NOT EQUAL WRK-SEQ
                       MOVE "N"           TO CTT-PREFERIDO
                       MOVE WRK-DATA-HOJE TO CTT-DATA-ATUALIZACAO
                       REWRITE REG-CONTATOS
                           INVALID KEY
                               DISPLAY "FALHA AO DESMARCAR O CONTATO "
                                       CTT-SEQ " - FS " FS-CONTATOS
                           NOT INVALID KEY
                               DISPLAY "CONTATO " CTT-SEQ
                                       " DEIXA DE SER O PREFERIDO"
                       END-REWRITE
                   END-IF
                   PERFORM 0255-LER-PROXIMO
               END-PERFORM
           END-IF.

      *=== NA ALTERACAO, A ENTRADA EM EDICAO PRECISA SER A CORRENTE DO
      *=== ARQUIVO ANTES DO REWRITE
           IF OPCAO-ALTERAR
               MOVE CTM-ID  TO CTT-ID
               MOVE WRK-SEQ TO CTT-SEQ
               READ CONTATOS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       0300-FINALIZAR        SECTION.
           CLOSE CONTATOS.
           DISPLAY "CONTATOS: " CTM-QTD-MUDANCAS " MUDANCA(S)".

       COPY "FSMSGPR.cpy".
       COPY "EMAILPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
       9090-CONFIGURAR-ARQUIVOS SECTION.
           MOVE "CONTATOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CONTATOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CONTATOS.
