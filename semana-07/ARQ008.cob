      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               A TELA DE ALTERACAO GANHA O CPF/CNPJ, PRE-
      *==               CARREGADO COM A MASCARA DO ATUAL: EM BRANCO
      *==               TIRA O DOCUMENTO; DIGITADO, PRECISA PASSAR NOS
      *==               DIGITOS VERIFICADORES (COPYBOOKS DOCWS/DOCPR) E
      *==               NAO PODE PERTENCER A OUTRO REG-ID; A MUDANCA
      *==               ENTRA NO HISTORICO CAMPO A CAMPO
      *==  30/06/2025 GC: NOVA OPCAO 6 - CONTATOS: CHAMA O ARQ039 PARA
      *==               MANTER OS CONTATOS E ENDERECOS ADICIONAIS DO
      *==               CLIENTE (COBRANCA, ENTREGA, RESIDENCIAL,
      *==               COMERCIAL) EM CONTATOS.DAT, EM VEZ DE
      *==               SOBRESCREVER O TELEFONE/ENDERECO UNICO DO
      *==               CLIREG; HAVENDO MUDANCA, GRAVA "CONTATOS" EM
      *==               CLIENTES.LOG (O ARQ010 INCREMENTAL REEXPORTA O
      *==               CLIENTE), SEM LINHA EM CLIENTES.HIS
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== TRILHA DE AUDITORIA DE TODA MEXIDA EM CLIENTES.DAT, COMPAR-
       77  WRK-ID               PIC 9(006) VALUE ZEROS.

      *=== OPCAO DE MANUTENCAO: 1-ALTERAR / 2-INATIVAR / 3-BLOQUEAR /
      *=== 4-REATIVAR / 5-CONSENTIMENTO / 6-CONTATOS; A EXCLUSAO
      *=== FISICA SAIU DO MENU (VER ALTERACAO DE 17/03/2025)
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-ALTERAR                VALUE "1".
           88  OPCAO-INATIVAR               VALUE "2".
           88  OPCAO-BLOQUEAR               VALUE "3".
           88  OPCAO-REATIVAR               VALUE "4".
           88  OPCAO-CONSENTIMENTO          VALUE "5".
           88  OPCAO-CONTATOS               VALUE "6".

      *=== NOVA RESPOSTA DE CONSENTIMENTO (OPCAO 5)
       77  WRK-NOVO-CONSENT     PIC X(001) VALUE SPACES.
       77  WRK-NOVO-EMAIL       PIC X(040) VALUE SPACES.
       77  WRK-NOVO-ENDERECO    PIC X(040) VALUE SPACES.
       77  WRK-NOVA-DATA-CAD    PIC X(008) VALUE SPACES.
       77  WRK-NOVO-DOCUMENTO   PIC X(018) VALUE SPACES.

      *=== REG-ID DE OUTRO CLIENTE QUE JA TEM O CPF/CNPJ DIGITADO
       77  WRK-DOC-DONO         PIC 9(006) VALUE ZEROS.

      *=== VALIDACAO DO CPF/CNPJ (COPYBOOKS DOCWS/DOCPR)
       COPY "DOCWS.cpy".

      *=== LINHA DE MENSAGEM E CONFIRMACAO DA TELA FIXA DE ALTERACAO
       77  WRK-MSG-TELA         PIC X(060) VALUE SPACES.
      *=== VALIDACAO DO FORMATO DO EMAIL (COPYBOOKS EMAILWS/EMAILPR)
       COPY "EMAILWS.cpy".

      *=== PARAMETROS DA MANUTENCAO DE CONTATOS (ROTINA ARQ039)
       COPY "CTTMWS.cpy".


      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
           05  LINE 08 COL 01 VALUE "CADASTRO....".
           05  LINE 08 COL 14 PIC X(008) USING WRK-NOVA-DATA-CAD.
           05  LINE 08 COL 24 VALUE "(AAAAMMDD)".
           05  LINE 09 COL 01 VALUE "CPF/CNPJ....".
           05  LINE 09 COL 14 PIC X(018) USING WRK-NOVO-DOCUMENTO.
           05  LINE 09 COL 34 VALUE "(BRANCO = SEM DOCUMENTO)".
           05  LINE 10 COL 01 PIC X(060) FROM WRK-MSG-TELA.
           05  LINE 12 COL 01 VALUE "CONFIRMA A REGRAVACAO (S/N)?".
           05  LINE 12 COL 31 PIC X(001) USING WRK-CONFIRMA-TELA.
           DISPLAY "STATUS...... " REG-STATUS.
           DISPLAY "CONSENTIU... " REG-CONSENTIMENTO " EM "
                   REG-DATA-CONSENTIMENTO.
           MOVE REG-TIPO-PESSOA TO WRK-DOC-TIPO.
           MOVE REG-CPF-CNPJ    TO WRK-DOC-NUMERO.
           PERFORM 9088-EDITAR-DOCUMENTO.
           DISPLAY "CPF/CNPJ.... " WRK-DOC-EDITADO.

           DISPLAY "1-ALTERAR DADOS  2-INATIVAR  3-BLOQUEAR  "
                   "4-REATIVAR  5-CONSENTIMENTO  6-CONTATOS: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
                   PERFORM 0230-MUDAR-STATUS
               WHEN OPCAO-CONSENTIMENTO
                   PERFORM 0235-EDITAR-CONSENTIMENTO
               WHEN OPCAO-CONTATOS
                   PERFORM 0270-MANTER-CONTATOS
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
           MOVE REG-EMAIL         TO WRK-NOVO-EMAIL.
           MOVE REG-ENDERECO      TO WRK-NOVO-ENDERECO.
           MOVE REG-DATA-CADASTRO TO WRK-NOVA-DATA-CAD.
           MOVE REG-TIPO-PESSOA   TO WRK-DOC-TIPO.
           MOVE REG-CPF-CNPJ      TO WRK-DOC-NUMERO.
           PERFORM 9088-EDITAR-DOCUMENTO.
           MOVE WRK-DOC-EDITADO   TO WRK-NOVO-DOCUMENTO.
           MOVE SPACES            TO WRK-MSG-TELA.
           MOVE "N"               TO WRK-CONFIRMA-TELA.
           MOVE "N"               TO WRK-TELA-OK.
           MOVE WRK-NOVO-EMAIL    TO REG-EMAIL.
           MOVE WRK-NOVO-ENDERECO TO REG-ENDERECO.
           MOVE WRK-NOVA-DATA-CAD TO REG-DATA-CADASTRO.
           MOVE WRK-DOC-TIPO      TO REG-TIPO-PESSOA.
           MOVE WRK-DOC-NUMERO    TO REG-CPF-CNPJ.

           REWRITE REG-CLIENTES
               INVALID KEY
                   TO WRK-MSG-TELA
           END-IF.

      *=== CPF/CNPJ EM BRANCO TIRA O DOCUMENTO DO CLIENTE
           MOVE SPACES TO WRK-DOC-TIPO.
           MOVE ZEROS  TO WRK-DOC-NUMERO.
           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-NOVO-DOCUMENTO NOT EQUAL SPACES
               MOVE WRK-NOVO-DOCUMENTO TO WRK-DOC-VALIDAR
               PERFORM 9080-VALIDAR-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   MOVE "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)"
                       TO WRK-MSG-TELA
               ELSE
                   PERFORM 0217-VERIFICAR-DOCUMENTO
                   IF WRK-DOC-DONO NOT EQUAL ZEROS
                       STRING "CPF/CNPJ JA CADASTRADO NO ID "
                                             DELIMITED BY SIZE
                              WRK-DOC-DONO   DELIMITED BY SIZE
                              INTO WRK-MSG-TELA
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *=== PROCURA O CPF/CNPJ VALIDADO PELA CHAVE ALTERNADA, PULANDO O
      *=== PROPRIO CLIENTE; ACHANDO OUTRO, DEVOLVE O REG-ID DELE EM
      *=== WRK-DOC-DONO. A LEITURA TROCA A AREA DO REGISTRO, ENTAO NO
      *=== FIM O CLIENTE EM MANUTENCAO E RELIDO PELA CHAVE PRINCIPAL
       0217-VERIFICAR-DOCUMENTO SECTION.
           MOVE ZEROS TO WRK-DOC-DONO.

           MOVE WRK-DOC-NUMERO TO REG-CPF-CNPJ.
           READ CLIENTES KEY IS REG-CPF-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL (FS-CLIENTES NOT EQUAL 00
                                  AND FS-CLIENTES NOT EQUAL 02)
                              OR REG-CPF-CNPJ NOT EQUAL WRK-DOC-NUMERO
                              OR WRK-DOC-DONO NOT EQUAL ZEROS
                       IF REG-ID NOT EQUAL WRK-ID
                           MOVE REG-ID TO WRK-DOC-DONO
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
           END-READ.

           MOVE WRK-ID TO REG-ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "REGISTRO NAO ENCONTRADO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
           END-READ.

      *=== MUDA O STATUS DE CICLO DE VIDA DO REGISTRO LOCALIZADO,
      *=== REESCREVENDO-O COM O NOVO STATUS EM VEZ DE EXCLUIR; O
      *=== HISTORICO DO CLIENTE FICA PRESERVADO NO ARQUIVO
           MOVE REG-CONSENTIMENTO TO WRK-HIS-ANT-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-ANT-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-ANT-DOCUMENTO.

      *=== GRAVA EM CLIENTES.HIS 1 LINHA POR CAMPO QUE MUDOU NESTA
      *=== MANUTENCAO (VER COPYBOOKS HISTWS/HISTPR)
           MOVE REG-CONSENTIMENTO TO WRK-HIS-NOV-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-NOV-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-NOV-DOCUMENTO.
           MOVE WRK-ID            TO WRK-HIS-ID.
           MOVE "ARQ008"          TO WRK-HIS-PROGRAMA.
           MOVE WRK-OPERACAO-LOG  TO WRK-HIS-OPERACAO.
           PERFORM 0260-GRAVAR-HIST-CAMPOS.
           DISPLAY "CONSENTIMENTO REGISTRADO".

      *=== CONTATOS E ENDERECOS ADICIONAIS DO CLIENTE, MANTIDOS PELO
      *=== ARQ039 COM A TRAVA DESTA EXECUCAO; O REGISTRO DO CLIENTE NAO
      *=== MUDA, ENTAO SO VAI A LINHA DE CLIENTES.LOG (SEM HISTORICO
      *=== CAMPO A CAMPO)
       0270-MANTER-CONTATOS  SECTION.
           MOVE WRK-ID       TO CTM-ID.
           MOVE REG-NOME     TO CTM-NOME.
           MOVE WRK-OPERADOR TO CTM-OPERADOR.
           CALL "ARQ039" USING WRK-CONTATO-PARM.

           IF CONTATOS-INDISPONIVEIS
               MOVE "CONTATOS.DAT INDISPONIVEL" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           IF CTM-QTD-MUDANCAS GREATER ZEROS
               MOVE "CONTATOS" TO WRK-OPERACAO-LOG
               PERFORM 0240-GRAVAR-AUDITORIA
           END-IF.

       0300-FINALIZAR        SECTION.
           DISPLAY "FIM DE PROGRAMA".
      *=== FECHA O ARQUIVO
       COPY "FSMSGPR.cpy".
       COPY "HISTPR.cpy".
       COPY "EMAILPR.cpy".
       COPY "DOCPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
