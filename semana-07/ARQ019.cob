      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               O RETORNO ACOMPANHA O FEED ATE O CPF/CNPJ
      *==               (LINHA DE 144; O SEGMENTO E CONTROLE NOSSO E E
      *==               IGNORADO): DOCUMENTO PREENCHIDO PRECISA PASSAR
      *==               NOS DIGITOS VERIFICADORES (COPYBOOKS DOCWS/
      *==               DOCPR) E NAO PODE PERTENCER A OUTRO REG-ID,
      *==               SENAO A LINHA E REJEITADA; BRANCO OU ZEROS
      *==               MANTEM O JA GRAVADO
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
       FILE                  SECTION.
      *=== MESMAS COLUNAS DO FEED DO ARQ010: ID(6) NOME(20)
      *=== TELEFONE(11) EMAIL(40) ENDERECO(40) DATA-CADASTRO(8)
      *=== SEGMENTO(4) TIPO DE PESSOA(1) CPF/CNPJ(14)
       FD  RETORNO.
       01  REG-RETORNO.
           05  RET-ID               PIC X(006).
           05  RET-EMAIL            PIC X(040).
           05  RET-ENDERECO         PIC X(040).
           05  RET-DATA-CADASTRO    PIC X(008).
           05  RET-SEGMENTO         PIC X(004).
           05  RET-TIPO-PESSOA      PIC X(001).
           05  RET-CPF-CNPJ         PIC X(014).

       FD  CLIENTES.
           COPY "CLIREG.cpy".
           05  REG-DDD-UF       PIC X(002).
           05  REG-DDD-ESTADO   PIC X(020).

      *=== LINHA ORIGINAL (144) + " - " + MOTIVO (030)
       FD  REJEITADOS.
       01  REG-REJEITADO        PIC X(177).

       FD  AUDITORIA.
           COPY "AUDITLOG.cpy".
      *=== VALIDACAO DO FORMATO DO EMAIL (COPYBOOKS EMAILWS/EMAILPR)
       COPY "EMAILWS.cpy".

      *=== VALIDACAO DO CPF/CNPJ (COPYBOOKS DOCWS/DOCPR) E O REG-ID DE
      *=== OUTRO CLIENTE QUE JA TEM O DOCUMENTO DA LINHA
       COPY "DOCWS.cpy".
       77  WRK-DOC-DONO         PIC 9(006) VALUE ZEROS.

      *=== TOTAIS DA IMPORTACAO
       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-APLICADOS  PIC 9(006) VALUE ZEROS.
               END-IF
           END-IF.

      *=== CPF/CNPJ PREENCHIDO NO RETORNO: O CRM DEVOLVE SO DIGITOS,
      *=== ALINHADOS A DIREITA, ENTAO O TIPO DIZ QUANTOS VALEM (CPF AS
      *=== 11 ULTIMAS POSICOES); ZEROS E O "SEM DOCUMENTO" DO FEED
           MOVE SPACES TO WRK-DOC-TIPO.
           MOVE ZEROS  TO WRK-DOC-NUMERO.
           IF ENTRADA-VALIDA
              AND RET-CPF-CNPJ NOT EQUAL SPACES
              AND RET-CPF-CNPJ NOT EQUAL ZEROS
               EVALUATE RET-TIPO-PESSOA
                   WHEN "F"
                       MOVE RET-CPF-CNPJ(4:11) TO WRK-DOC-VALIDAR
                   WHEN OTHER
                       MOVE RET-CPF-CNPJ       TO WRK-DOC-VALIDAR
               END-EVALUATE
               PERFORM 9080-VALIDAR-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                  OR WRK-DOC-TIPO NOT EQUAL RET-TIPO-PESSOA
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
      *=== EM WRK-DOC-DONO (O 0220 RELE O REGISTRO PELO REG-ID)
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
                       IF REG-ID NOT EQUAL RET-ID
                           MOVE REG-ID TO WRK-DOC-DONO
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
           END-READ.

      *=== LOCALIZA O REGISTRO PELO ID E APLICA OS CAMPOS PREENCHIDOS
      *=== DO RETORNO; BRANCO MANTEM O VALOR JA GRAVADO. DATA DE
      *=== CADASTRO E STATUS NUNCA VEM DO CRM
                   IF RET-ENDERECO NOT EQUAL SPACES
                       MOVE RET-ENDERECO TO REG-ENDERECO
                   END-IF
                   IF WRK-DOC-TIPO NOT EQUAL SPACES
                       MOVE WRK-DOC-TIPO   TO REG-TIPO-PESSOA
                       MOVE WRK-DOC-NUMERO TO REG-CPF-CNPJ
                   END-IF
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL 00
                       ADD 1 TO WRK-TOTAL-APLICADOS
           MOVE REG-CONSENTIMENTO TO WRK-HIS-ANT-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-ANT-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-ANT-DOCUMENTO.

      *=== GRAVA EM CLIENTES.HIS 1 LINHA POR CAMPO QUE A CORRECAO DO
      *=== CRM MUDOU (VER COPYBOOKS HISTWS/HISTPR)
           MOVE REG-CONSENTIMENTO TO WRK-HIS-NOV-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-NOV-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-NOV-DOCUMENTO.
           MOVE REG-ID            TO WRK-HIS-ID.
           MOVE "ARQ019"          TO WRK-HIS-PROGRAMA.
           MOVE "ALTERACAO"       TO WRK-HIS-OPERACAO.
       COPY "FSMSGPR.cpy".
       COPY "HISTPR.cpy".
       COPY "EMAILPR.cpy".
       COPY "DOCPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
