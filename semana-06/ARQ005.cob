      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               A PROCURA GANHA O MODO 5 - POR CPF/CNPJ (COM OU
      *==               SEM MASCARA, CONFERIDO PELOS DIGITOS
      *==               VERIFICADORES ANTES DA LEITURA DIRETA PELA
      *==               CHAVE ALTERNADA); O DOCUMENTO PASSA A SER
      *==               EXIBIDO EM CADA ACHADO, MASCARADO COMO O
      *==               TELEFONE
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== TOTAIS DE CONTROLE COMPARTILHADOS COM ARQ003 E ARQ007, PARA

      *=== MODO DE PROCURA: 1-POR ID (EXATO) / 2-POR NOME (PARCIAL) /
      *=== 3-POR EMAIL OU ENDERECO (PARCIAL) / 4-POR TELEFONE (EXATO,
      *=== PELA CHAVE ALTERNADA) / 5-POR CPF/CNPJ (EXATO, PELA CHAVE
      *=== ALTERNADA)
       77  WRK-MODO             PIC X(001) VALUE "1".
           88  MODO-ID                     VALUE "1".
           88  MODO-NOME                   VALUE "2".
           88  MODO-TEXTO                  VALUE "3".
           88  MODO-TELEFONE               VALUE "4".
           88  MODO-DOCUMENTO              VALUE "5".

      *=== TELEFONE PROCURADO NO MODO 4
       77  WRK-TEL-BUSCA        PIC X(011) VALUE SPACES.

      *=== CPF/CNPJ PROCURADO NO MODO 5 (COPYBOOKS DOCWS/DOCPR)
       77  WRK-DOC-BUSCA        PIC X(018) VALUE SPACES.
       COPY "DOCWS.cpy".

      *=== VARIAVEIS DA PROCURA POR PARTE DO NOME
       77  WRK-NOME-BUSCA       PIC X(020) VALUE SPACES.
       77  WRK-TAM-BUSCA        PIC 9(002) VALUE ZEROS.
           END-IF.

           DISPLAY "MODO DE PROCURA (1-POR ID / 2-POR NOME / "
                   "3-POR EMAIL-ENDERECO / 4-POR TELEFONE / "
                   "5-POR CPF-CNPJ): ".
           ACCEPT WRK-MODO.

      *=== POR PADRAO, TELEFONE E ID SO APARECEM MASCARADOS NA TELA
               WHEN MODO-TELEFONE
                   DISPLAY "DIGITE O TELEFONE (DDD+NUMERO): "
                   ACCEPT WRK-TEL-BUSCA
               WHEN MODO-DOCUMENTO
                   DISPLAY "DIGITE O CPF OU O CNPJ: "
                   ACCEPT WRK-DOC-BUSCA
                   MOVE WRK-DOC-BUSCA TO WRK-DOC-VALIDAR
                   PERFORM 9080-VALIDAR-DOCUMENTO
                   IF NOT DOCUMENTO-VALIDO
                       MOVE "CPF/CNPJ INVALIDO" TO WRK-MSG-ERRO
                       PERFORM 9000-TRATA-ERRO
                   END-IF
               WHEN MODO-TEXTO
                   DISPLAY "DIGITE PARTE DO EMAIL OU DO ENDERECO: "
                   ACCEPT WRK-TEXTO-BUSCA
                   PERFORM 0217-BUSCAR-POR-TEXTO
               WHEN MODO-TELEFONE
                   PERFORM 0219-BUSCAR-POR-TELEFONE
               WHEN MODO-DOCUMENTO
                   PERFORM 0221-BUSCAR-POR-DOCUMENTO
           END-EVALUATE.

      *=== LEITURA DIRETA PELA CHAVE REG-ID, SEM PERCORRER O ARQUIVO
                   END-PERFORM
           END-READ.

      *=== LEITURA DIRETA PELA CHAVE ALTERNADA DE CPF/CNPJ, COM O
      *=== NUMERO JA VALIDADO NO 0100; A CHAVE ACEITA DUPLICATAS (OS
      *=== ZEROS DE QUEM NAO TEM DOCUMENTO), ENTAO SEGUE NO READ NEXT
      *=== ATE O NUMERO MUDAR, COMO NA PROCURA POR TELEFONE
       0221-BUSCAR-POR-DOCUMENTO SECTION.
           MOVE WRK-DOC-NUMERO TO REG-CPF-CNPJ.
           ADD 1 TO WRK-ACUM-LIDOS.
           READ CLIENTES KEY IS REG-CPF-CNPJ
               INVALID KEY
                   DISPLAY "REGISTRO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM UNTIL (FS-CLIENTES NOT EQUAL 00
                                  AND FS-CLIENTES NOT EQUAL 02)
                              OR REG-CPF-CNPJ NOT EQUAL WRK-DOC-NUMERO
                       PERFORM 0228-VERIFICAR-STATUS
                       IF REGISTRO-VISIVEL
                           PERFORM 0230-MOSTRAR-ACHADO
                           ADD 1 TO WRK-ACUM-ACHADOS
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
           END-READ.

      *=== PROCURA POR PARTE DO EMAIL OU DO ENDERECO TAMBEM PERCORRE O
      *=== ARQUIVO INTEIRO EM ORDEM DE CHAVE, IGUAL A PROCURA POR NOME
       0217-BUSCAR-POR-TEXTO SECTION.
           DISPLAY "ENDERECO.... " REG-ENDERECO.
           DISPLAY "CADASTRO.... " REG-DATA-CADASTRO.
           DISPLAY "STATUS...... " REG-STATUS.

      *=== CPF/CNPJ COM A MASCARA DA RECEITA, SO OS 2 DIGITOS
      *=== VERIFICADORES VISIVEIS (COMO O TELEFONE)
           IF REG-TIPO-PESSOA EQUAL SPACES
               DISPLAY "CPF/CNPJ.... NAO INFORMADO"
           ELSE
               MOVE REG-TIPO-PESSOA TO WRK-DOC-TIPO
               MOVE REG-CPF-CNPJ    TO WRK-DOC-NUMERO
               PERFORM 9088-EDITAR-DOCUMENTO
               MOVE WRK-DOC-EDITADO TO WRK-MASC-ENTRADA
               IF PESSOA-FISICA
                   MOVE 14 TO WRK-MASC-TAM-TOTAL
               ELSE
                   MOVE 18 TO WRK-MASC-TAM-TOTAL
               END-IF
               MOVE 2 TO WRK-MASC-QTD-VISIVEL
               PERFORM 9050-MASCARAR-VALOR
               DISPLAY "CPF/CNPJ.... " WRK-MASC-SAIDA(1:18)
           END-IF.
           DISPLAY "==========================".

           IF GRAVAR-RESULTADO

       COPY "FSMSGPR.cpy".
       COPY "MASCPR.cpy".
       COPY "DOCPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
