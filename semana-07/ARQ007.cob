      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               A TELA GANHA O CPF/CNPJ (OPCIONAL): DIGITADO,
      *==               PRECISA PASSAR NOS DIGITOS VERIFICADORES
      *==               (COPYBOOKS DOCWS/DOCPR) E NAO PODE JA ESTAR EM
      *==               OUTRO REG-ID (LEITURA PELA CHAVE ALTERNADA)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== TOTAIS DE CONTROLE COMPARTILHADOS COM ARQ003 E ARQ005, PARA
      *=== CONSENTIMENTO LGPD RESPONDIDO NO BALCAO (S/N)
       77  WRK-CONSENTIMENTO    PIC X(001) VALUE "N".

      *=== CPF/CNPJ DIGITADO NA TELA (OPCIONAL, COM OU SEM MASCARA) E
      *=== O REG-ID QUE JA O TEM, QUANDO TEM
       77  WRK-DOCUMENTO        PIC X(018) VALUE SPACES.
       77  WRK-DOC-DONO         PIC 9(006) VALUE ZEROS.

      *=== VALIDACAO DO CPF/CNPJ (COPYBOOKS DOCWS/DOCPR)
       COPY "DOCWS.cpy".

      *=== TRAVA DE USO DE CLIENTES.DAT (MODULO ARQTRAVA)
       COPY "TRAVAWS.cpy".

           05  LINE 08 COL 01 VALUE "CONSENTE CRM".
           05  LINE 08 COL 14 PIC X(001) USING WRK-CONSENTIMENTO.
           05  LINE 08 COL 17 VALUE "(S/N)".
           05  LINE 09 COL 01 VALUE "CPF/CNPJ....".
           05  LINE 09 COL 14 PIC X(018) USING WRK-DOCUMENTO.
           05  LINE 09 COL 34 VALUE "(OPCIONAL)".
           05  LINE 10 COL 01 PIC X(060) FROM WRK-MSG-TELA.
           05  LINE 12 COL 01 VALUE "CONFIRMA A GRAVACAO (S/N)?".
           05  LINE 12 COL 29 PIC X(001) USING WRK-CONFIRMA-TELA.
               MOVE "CONSENTIMENTO DEVE SER S OU N" TO WRK-MSG-TELA
           END-IF.

      *=== CPF/CNPJ EM BRANCO E ACEITO (CLIENTE SEM DOCUMENTO)
           MOVE SPACES TO WRK-DOC-TIPO.
           MOVE ZEROS  TO WRK-DOC-NUMERO.
           IF WRK-MSG-TELA EQUAL SPACES
              AND WRK-DOCUMENTO NOT EQUAL SPACES
               MOVE WRK-DOCUMENTO TO WRK-DOC-VALIDAR
               PERFORM 9080-VALIDAR-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   MOVE "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)"
                       TO WRK-MSG-TELA
               ELSE
                   PERFORM 0117-VERIFICAR-DOCUMENTO
                   IF WRK-DOC-DONO NOT EQUAL ZEROS
                       STRING "CPF/CNPJ JA CADASTRADO NO ID "
                                             DELIMITED BY SIZE
                              WRK-DOC-DONO   DELIMITED BY SIZE
                              INTO WRK-MSG-TELA
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *=== VALIDA O FORMATO DDD+NUMERO DO TELEFONE DIGITADO: TEM QUE
      *=== VIR COM AS 11 POSICOES PREENCHIDAS, TODAS NUMERICAS, E O
      *=== DDD (2 PRIMEIRAS POSICOES) NAO PODE SER 00; A MENSAGEM VAI
                       TO WRK-MSG-TELA
           END-EVALUATE.

      *=== PROCURA O CPF/CNPJ VALIDADO PELA CHAVE ALTERNADA; ACHANDO,
      *=== DEVOLVE EM WRK-DOC-DONO O REG-ID QUE JA O TEM
       0117-VERIFICAR-DOCUMENTO SECTION.
           MOVE ZEROS TO WRK-DOC-DONO.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE WRK-DOC-NUMERO TO REG-CPF-CNPJ
               READ CLIENTES KEY IS REG-CPF-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-ID TO WRK-DOC-DONO
               END-READ
               CLOSE CLIENTES
           END-IF.

      *=== PROCURA O ID DIGITADO DIRETO PELA CHAVE (COMO O ARQ005 JA
      *=== FAZ PARA A PROCURA POR ID), EM VEZ DE VARRER O ARQUIVO
       0120-VERIFICAR-DUPLICADO SECTION.
      *=== CONSENTIMENTO RESPONDIDO AGORA, COM A DATA DE HOJE
           MOVE WRK-CONSENTIMENTO        TO REG-CONSENTIMENTO.
           MOVE WRK-DATA-CADASTRO        TO REG-DATA-CONSENTIMENTO.
      *=== CPF/CNPJ JA VALIDADO NA TELA (SEM DOCUMENTO: BRANCO/ZEROS)
           MOVE WRK-DOC-TIPO             TO REG-TIPO-PESSOA.
           MOVE WRK-DOC-NUMERO           TO REG-CPF-CNPJ.
           WRITE REG-CLIENTES.
           PERFORM 0240-GRAVAR-AUDITORIA.
           PERFORM 0130-CONSUMIR-QUOTAS.

       COPY "FSMSGPR.cpy".
       COPY "EMAILPR.cpy".
       COPY "DOCPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
