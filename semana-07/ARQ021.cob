      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               A LINHA DO MOVIMENTO GANHA O CPF/CNPJ NO FIM
      *==               (OPCIONAL, COM OU SEM MASCARA): PREENCHIDO,
      *==               PRECISA PASSAR NOS DIGITOS VERIFICADORES
      *==               (COPYBOOKS DOCWS/DOCPR) E NAO PODE PERTENCER A
      *==               OUTRO REG-ID, SENAO A LINHA E REJEITADA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== LISTA DE DDDS ACEITOS, A MESMA DA CARGA (ARQ004)
           05  MOV-TELEFONE         PIC X(011).
           05  MOV-EMAIL            PIC X(040).
           05  MOV-ENDERECO         PIC X(040).
           05  MOV-DOCUMENTO        PIC X(018).

       FD  CLIENTES.
           COPY "CLIREG.cpy".

      *=== "LINHA " + NUMERO(6) + " - " + LINHA ORIGINAL + " - " MOTIVO
       FD  REJEITADOS.
       01  REG-REJEITADO        PIC X(190).

       FD  AUDITORIA.
           COPY "AUDITLOG.cpy".
       77  WRK-DATA-CADASTRO    PIC 9(008) VALUE ZEROS.
       77  WRK-OPERACAO-LOG     PIC X(010) VALUE SPACES.

      *=== VALIDACAO DO CPF/CNPJ (COPYBOOKS DOCWS/DOCPR) E O REG-ID DE
      *=== OUTRO CLIENTE QUE JA TEM O DOCUMENTO DA LINHA
       COPY "DOCWS.cpy".
       77  WRK-DOC-DONO         PIC 9(006) VALUE ZEROS.


      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
      *=== ARQUIVOS.CTL (MODULO ARQCFG); OS VALUES SAO O PADRAO
               END-EVALUATE
           END-IF.

      *=== CPF/CNPJ PREENCHIDO: DIGITOS VERIFICADORES E DONO (LEITURA
      *=== PELA CHAVE ALTERNADA; O 0220/0230 RELEEM PELO REG-ID)
           MOVE SPACES TO WRK-DOC-TIPO.
           MOVE ZEROS  TO WRK-DOC-NUMERO.
           IF ENTRADA-VALIDA
              AND (MOV-INCLUIR OR MOV-ALTERAR)
              AND MOV-DOCUMENTO NOT EQUAL SPACES
               MOVE MOV-DOCUMENTO TO WRK-DOC-VALIDAR
               PERFORM 9080-VALIDAR-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   MOVE "N" TO WRK-ENTRADA-OK
                   MOVE "CPF/CNPJ INVALIDO" TO WRK-MOTIVO-REJEICAO
               ELSE
                   PERFORM 0215-VERIFICAR-DOCUMENTO
                   IF WRK-DOC-DONO NOT EQUAL ZEROS
                       MOVE "N" TO WRK-ENTRADA-OK
                       STRING "CPF/CNPJ JA E DO ID "
                                             DELIMITED BY SIZE
                              WRK-DOC-DONO   DELIMITED BY SIZE
                              INTO WRK-MOTIVO-REJEICAO
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *=== PROCURA O CPF/CNPJ VALIDADO PELA CHAVE ALTERNADA, PULANDO O
      *=== PROPRIO ID DA LINHA; ACHANDO OUTRO, DEVOLVE O REG-ID DELE
      *=== EM WRK-DOC-DONO
       0215-VERIFICAR-DOCUMENTO SECTION.
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
                       IF REG-ID NOT EQUAL MOV-ID
                           MOVE REG-ID TO WRK-DOC-DONO
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
           END-READ.

      *=== INCLUSAO: ID NAO PODE EXISTIR; EMAIL/ENDERECO PODEM VIR EM
      *=== BRANCO, DATA DE CADASTRO E A DO LOTE E O CLIENTE ENTRA ATIVO
       0220-INCLUIR          SECTION.
                   MOVE "A"               TO REG-STATUS
                   MOVE "N"               TO REG-CONSENTIMENTO
                   MOVE ZEROS             TO REG-DATA-CONSENTIMENTO
                   MOVE WRK-DOC-TIPO      TO REG-TIPO-PESSOA
                   MOVE WRK-DOC-NUMERO    TO REG-CPF-CNPJ
                   WRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL 00
                       ADD 1 TO WRK-TOT-INCLUIDOS
                   IF MOV-ENDERECO NOT EQUAL SPACES
                       MOVE MOV-ENDERECO TO REG-ENDERECO
                   END-IF
                   IF MOV-DOCUMENTO NOT EQUAL SPACES
                       MOVE WRK-DOC-TIPO   TO REG-TIPO-PESSOA
                       MOVE WRK-DOC-NUMERO TO REG-CPF-CNPJ
                   END-IF
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL 00
                       ADD 1 TO WRK-TOT-ALTERADOS
           MOVE REG-CONSENTIMENTO TO WRK-HIS-ANT-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-ANT-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-ANT-DOCUMENTO.

      *=== GRAVA EM CLIENTES.HIS 1 LINHA POR CAMPO QUE O MOVIMENTO
      *=== MUDOU (VER COPYBOOKS HISTWS/HISTPR)
           MOVE REG-CONSENTIMENTO TO WRK-HIS-NOV-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-NOV-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-NOV-DOCUMENTO.
           MOVE REG-ID            TO WRK-HIS-ID.
           MOVE "ARQ021"          TO WRK-HIS-PROGRAMA.
           MOVE WRK-OPERACAO-LOG  TO WRK-HIS-OPERACAO.

       COPY "FSMSGPR.cpy".
       COPY "HISTPR.cpy".
       COPY "DOCPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
