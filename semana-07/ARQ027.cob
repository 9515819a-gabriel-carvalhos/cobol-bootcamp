      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO;
      *==               A LINHA DO FEED DO CRM PASSA A 144 (CPF/CNPJ
      *==               NO FIM, VER ARQ010)
      *==  30/06/2025 GC: A LINHA DO FEED DO CRM PASSA A 152 (CEP DO
      *==               CONTATO ESCOLHIDO NO FIM, VER ARQ010)
      *==  03/07/2025 GC: NOVO BLOCO 5 COM OS CHAMADOS DE ATENDIMENTO
      *==               DO CLIENTE (ATENDIMENTOS.DAT, MANTIDO PELO
      *==               ARQ040): NUMERO, ABERTURA, STATUS, CATEGORIA E
      *==               DESCRICAO; SEM O ARQUIVO O BLOCO SAI VAZIO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== TRILHA DE AUDITORIA, SOMENTE LEITURA
               FILE STATUS IS FS-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CHAMADOS DE ATENDIMENTO (VER ARQ040), SOMENTE LEITURA
           SELECT ATENDIMENTOS ASSIGN
           TO WRK-PATH-ATENDIMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-NUMERO
               ALTERNATE RECORD KEY IS ATD-ID
                   WITH DUPLICATES
               FILE STATUS IS FS-ATENDIMENTOS.

      *=== O DOSSIE IMPRESSO, MESMO LAYOUT PAGINADO DO ARQ003
           SELECT RELATORIO ASSIGN
           TO WRK-PATH-RELATORIO
       FD  CRMFEED.
       01  REG-CRMFEED.
           05  CRM-ID               PIC X(006).
           05  FILLER               PIC X(146).

       FD  CHECKPOINT.
       01  REG-CHECKPOINT.
           05  REJ-ID               PIC X(006).
           05  FILLER               PIC X(064).

       FD  ATENDIMENTOS.
           COPY "ATDREG.cpy".

       FD  RELATORIO.
       01  REG-RELATORIO        PIC X(080).

       77  FS-CRMFEED           PIC 9(002) VALUE ZEROS.
       77  FS-CHECKPOINT        PIC 9(002) VALUE ZEROS.
       77  FS-REJEITADOS        PIC 9(002) VALUE ZEROS.
       77  FS-ATENDIMENTOS      PIC 9(002) VALUE ZEROS.
       77  FS-RELATORIO         PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(030) VALUE SPACES.
       COPY "FSMSGWS.cpy".
       77  WRK-NO-REJEITADOS    PIC 9(003) VALUE ZEROS.
       77  WRK-ULT-EXP-DATA     PIC 9(008) VALUE ZEROS.
       77  WRK-ULT-EXP-HORA     PIC 9(008) VALUE ZEROS.
       77  WRK-NO-ATENDIMENTOS  PIC 9(005) VALUE ZEROS.
       77  WRK-FIM-ATENDIMENTOS PIC X(001) VALUE "N".
           88  FIM-ATENDIMENTOS            VALUE "S".


      *=== CAMINHOS FISICOS DOS ARQUIVOS, CONFIGURAVEIS PELO
           "..\dados\ARQ010.CKP".
       77  WRK-PATH-REJEITADOS  PIC X(040) VALUE
           "..\dados\REJEITADOS.TXT".
       77  WRK-PATH-ATENDIMENTOS PIC X(040) VALUE
           "..\dados\ATENDIMENTOS.DAT".
       77  WRK-PATH-RELATORIO   PIC X(040) VALUE
           "..\dados\DOSSIE.LST".

           MOVE ZEROS TO WRK-NO-REJEITADOS.
           MOVE ZEROS TO WRK-ULT-EXP-DATA.
           MOVE ZEROS TO WRK-ULT-EXP-HORA.
           MOVE ZEROS TO WRK-NO-ATENDIMENTOS.

           DISPLAY "==== DOSSIE DE CLIENTE ====".
           DISPLAY "REG-ID DO CLIENTE: ".
           PERFORM 0220-IMPRIMIR-LOG.
           PERFORM 0230-IMPRIMIR-EXPORTACAO.
           PERFORM 0240-IMPRIMIR-REJEITADOS.
           PERFORM 0250-IMPRIMIR-ATENDIMENTOS.

      *=== EMITE O CABECALHO DE UMA NOVA PAGINA DO DOSSIE
       0110-IMPRIMIR-CABECALHO SECTION.
           END-IF.
           PERFORM 0120-IMPRIMIR-LINHA.

      *=== BLOCO 5: OS CHAMADOS DE ATENDIMENTO DO ID, PELA CHAVE
      *=== ALTERNADA (EM ORDEM DE NUMERO)
       0250-IMPRIMIR-ATENDIMENTOS SECTION.
           MOVE "---- CHAMADOS DE ATENDIMENTO (ATENDIMENTOS.DAT) ----"
             TO WRK-LINHA-TEXTO.
           PERFORM 0120-IMPRIMIR-LINHA.

           OPEN INPUT ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL 00
               MOVE WRK-ID TO ATD-ID
               MOVE "N"    TO WRK-FIM-ATENDIMENTOS
               START ATENDIMENTOS KEY IS NOT LESS THAN ATD-ID
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ATENDIMENTOS
               END-START
               PERFORM UNTIL FIM-ATENDIMENTOS
                   READ ATENDIMENTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ATENDIMENTOS
                   END-READ
                   IF NOT FIM-ATENDIMENTOS
                       IF ATD-ID NOT EQUAL WRK-ID
                           MOVE "S" TO WRK-FIM-ATENDIMENTOS
                       ELSE
                           ADD 1 TO WRK-NO-ATENDIMENTOS
                           MOVE SPACES TO WRK-LINHA-TEXTO
                           STRING ATD-NUMERO " " ATD-DATA-ABERTURA
                                  " " ATD-STATUS " CAT "
                                  ATD-CATEGORIA " " ATD-DESCRICAO
                                  DELIMITED BY SIZE
                                  INTO WRK-LINHA-TEXTO
                           END-STRING
                           PERFORM 0120-IMPRIMIR-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATENDIMENTOS
           END-IF.

           IF WRK-NO-ATENDIMENTOS EQUAL ZEROS
               MOVE "(NENHUM CHAMADO DE ATENDIMENTO)" TO WRK-LINHA-TEXTO
               PERFORM 0120-IMPRIMIR-LINHA
           END-IF.

       0300-FINALIZAR        SECTION.
           CLOSE CLIENTES
                 RELATORIO.
           DISPLAY "DOSSIE DO ID " WRK-ID " GRAVADO EM DOSSIE.LST".
           DISPLAY "LINHAS DE LOG DO ID.... " WRK-TOTAL-LOG.
           DISPLAY "CHAMADOS DO ID......... " WRK-NO-ATENDIMENTOS.
           DISPLAY "FIM DE PROGRAMA".

       9000-TRATA-ERRO       SECTION.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-REJEITADOS.

           MOVE "ATENDIMENTOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-ATENDIMENTOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-ATENDIMENTOS.

           MOVE "DOSSIE.LST" TO CFG-ARQUIVO.
           MOVE WRK-PATH-RELATORIO TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
