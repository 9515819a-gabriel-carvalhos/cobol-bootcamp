       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATNFSE.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: NFS-E DAS FATURAS DO LOTE. MODO 1 - MANUTENCAO
      *==            DOS DADOS FISCAIS DO TOMADOR EM
      *==            CLIENTES_FISCAL.DAT (COPYBOOK FSCREG): CPF OU
      *==            CNPJ, CONFERIDO PELO DIGITO VERIFICADOR, NOME E
      *==            ENDERECO PARA A NOTA. MODO 2 - RETORNO DA
      *==            PREFEITURA: LE NFSE_RETORNO.TXT (COPYBOOK FATNFR)
      *==            E ANOTA NA FATURA DE CONTAS_RECEBER.DAT O NUMERO,
      *==            A DATA E O CODIGO DE VERIFICACAO DA NFS-E GERADA
      *==            PARA O RPS DELA
      *==  DATA: 06/06/2025
      *==  OBSERVACOES: O RPS SAI DO LOTE DO PROGRAMA08 (RPS_LOTE.TXT)
      *==               COM O NUMERO GRAVADO NA FATURA. O RETORNO E
      *==               CARREGADO EM MEMORIA (ATE 5000 LINHAS) E CASADO
      *==               COM O LIVRO NUMA PASSADA SO; RPS DE OUTRA
      *==               SERIE, REPETIDO NO ARQUIVO, SEM FATURA OU COM
      *==               OUTRA NFS-E JA ANOTADA VAI PARA REVISAO. O
      *==               MESMO RETORNO PODE SER LIDO DE NOVO: A NFS-E JA
      *==               ANOTADA SO E CONTADA. NAO HA LANCAMENTO NO
      *==               JORNAL - O VALOR DA FATURA NAO MUDA
      *==  ALTERACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== DADOS FISCAIS DO TOMADOR, PELA CHAVE DO CLIENTE
           SELECT FISCAL ASSIGN
           TO "dados\CLIENTES_FISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC-CHAVE-CLI
               FILE STATUS IS FS-FISCAL.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: NOME DO CLIENTE "C")
           SELECT CLIENTES ASSIGN
           TO "dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== LIVRO DE CONTAS A RECEBER, INDEXADO PELO NUMERO DA FATURA
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== NFS-E GERADAS PELA PREFEITURA PARA OS RPS DO LOTE
           SELECT RETORNO ASSIGN
           TO "dados\NFSE_RETORNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

      *=== PRESTADOR E SERIE DO RPS (O MESMO DO PROGRAMA08)
           SELECT RPSCTL ASSIGN
           TO "dados\RPS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPSCTL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  FISCAL.
           COPY "FSCREG.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  RETORNO.
           COPY "FATNFR.cpy".

       FD  RPSCTL.
           COPY "FATRPC.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-FISCAL            PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-RETORNO           PIC 9(002) VALUE ZEROS.
       77  FS-RPSCTL            PIC 9(002) VALUE ZEROS.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.
       77  WRK-MODO             PIC X(001) VALUE SPACES.
           88  MODO-CADASTRO               VALUE "1".
           88  MODO-RETORNO                VALUE "2".
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".
       77  WRK-CLIENTES-ABERTO  PIC X(001) VALUE "N".
           88  CLIENTES-ABERTO             VALUE "S".

      *=== MANUTENCAO: CLIENTE DIGITADO, REGISTRO NOVO OU EXISTENTE E
      *=== OS CAMPOS DIGITADOS (BRANCO/ZERO = MANTEM O QUE ESTA)
       01  WRK-CHAVE-CLI.
           05  WRK-TIPO-CLI     PIC X(001) VALUE SPACES.
               88  TIPO-CLI-FIM            VALUE "F".
               88  TIPO-CLI-VALIDO         VALUE "C" "A".
           05  WRK-CLI-ID       PIC 9(006) VALUE ZEROS.
       77  WRK-REGISTRO-NOVO    PIC X(001) VALUE "N".
           88  REGISTRO-NOVO               VALUE "S".
       77  WRK-TIPO-DOC         PIC X(001) VALUE SPACES.
           88  TIPO-DOC-VALIDO             VALUE "F" "J".
       77  WRK-ENTRADA          PIC X(040) VALUE SPACES.
       77  WRK-CEP-DIGITADO     PIC 9(008) VALUE ZEROS.
       77  WRK-QTD-INCLUIDOS    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-ALTERADOS    PIC 9(004) VALUE ZEROS.

      *=== DIGITO VERIFICADOR DO CPF/CNPJ (MODULO 11): O CPF OCUPA AS
      *=== 11 ULTIMAS POSICOES DO DOCUMENTO; OS PESOS DO CNPJ SAO
      *=== 6543298765432 NO 2O DIGITO E OS 12 ULTIMOS DELES NO 1O
       01  WRK-DOCUMENTO        PIC 9(014) VALUE ZEROS.
       01  WRK-DOCUMENTO-R REDEFINES WRK-DOCUMENTO.
           05  WRK-DOC-DIG      PIC 9(001) OCCURS 14 TIMES.
       01  WRK-PESOS-CNPJ       PIC X(013) VALUE "6543298765432".
       01  WRK-PESOS-CNPJ-R REDEFINES WRK-PESOS-CNPJ.
           05  WRK-PESO-CNPJ    PIC 9(001) OCCURS 13 TIMES.
       77  WRK-IND-DIG          PIC 9(002) VALUE ZEROS.
       77  WRK-SOMA-DV          PIC 9(004) VALUE ZEROS.
       77  WRK-QUOCIENTE-DV     PIC 9(004) VALUE ZEROS.
       77  WRK-RESTO-DV         PIC 9(002) VALUE ZEROS.
       77  WRK-DV-CALCULADO     PIC 9(001) VALUE ZEROS.
       77  WRK-DOC-VALIDO       PIC X(001) VALUE "N".
           88  DOCUMENTO-VALIDO            VALUE "S".

      *=== RETORNO DA PREFEITURA EM MEMORIA (45 POSICOES CADA) E A
      *=== SITUACAO DE CADA LINHA: "P"-PENDENTE / "A"-ANOTADA /
      *=== "D"-JA ANOTADA ANTES / "R"-REVISAR
       01  WRK-TAB-RETORNO.
           05  WRK-RET-ITEM     OCCURS 5000 TIMES.
               10  WRK-RET-REG.
                   15  FILLER       PIC X(005).
                   15  WRK-RET-RPS  PIC 9(008).
                   15  FILLER       PIC X(032).
               10  WRK-RET-SITUACAO PIC X(001).
       77  WRK-QTD-RETORNO      PIC 9(004) VALUE ZEROS.
       77  WRK-IND-RET          PIC 9(004) VALUE ZEROS.
       77  WRK-IND-ACHADO       PIC 9(004) VALUE ZEROS.
       77  WRK-RPS-SERIE        PIC X(005) VALUE SPACES.
       77  WRK-QTD-LIDAS        PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-ANOTADAS     PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-JA-ANOTADAS  PIC 9(005) VALUE ZEROS.
       77  WRK-QTD-REVISAR      PIC 9(005) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           EVALUATE TRUE
               WHEN MODO-CADASTRO
                   PERFORM 0200-MANTER-FISCAL
               WHEN MODO-RETORNO
                   PERFORM 0400-IMPORTAR-RETORNO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "IDENTIFICACAO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO"
               STOP RUN
           END-IF.
           DISPLAY "MODO (1-DADOS FISCAIS DO CLIENTE / 2-RETORNO DA "
                   "PREFEITURA): ".
           ACCEPT WRK-MODO.

      *=== MANUTENCAO DE CLIENTES_FISCAL.DAT ATE O OPERADOR ENCERRAR
      *=== (1A EXECUCAO CRIA O ARQUIVO)
       0200-MANTER-FISCAL    SECTION.
           OPEN I-O FISCAL.
           IF FS-FISCAL EQUAL 35
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL
           END-IF.
           IF FS-FISCAL NOT EQUAL 00
               DISPLAY "CLIENTES_FISCAL.DAT NAO FOI ABERTO - FS "
                       FS-FISCAL
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           END-IF.

           MOVE SPACES TO WRK-TIPO-CLI.
           PERFORM 0210-PROCESSAR-CLIENTE UNTIL TIPO-CLI-FIM.

           CLOSE FISCAL.
           IF CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF.
           DISPLAY "REGISTROS INCLUIDOS..... " WRK-QTD-INCLUIDOS.
           DISPLAY "REGISTROS ALTERADOS..... " WRK-QTD-ALTERADOS.

       0210-PROCESSAR-CLIENTE SECTION.
           DISPLAY "TIPO DO CLIENTE (C-CLIENTE / A-ALUNO / F-FIM): ".
           ACCEPT WRK-TIPO-CLI.
           IF TIPO-CLI-VALIDO
               DISPLAY "ID DO CLIENTE: "
               ACCEPT WRK-CLI-ID
               IF WRK-CLI-ID EQUAL ZEROS
                   DISPLAY "ID INVALIDO"
               ELSE
                   PERFORM 0220-EDITAR-FISCAL
               END-IF
           END-IF.

      *=== MOSTRA O QUE JA EXISTE E PEDE OS CAMPOS; O DOCUMENTO SO E
      *=== ACEITO COM O DIGITO VERIFICADOR CERTO
       0220-EDITAR-FISCAL    SECTION.
           MOVE WRK-CHAVE-CLI TO FSC-CHAVE-CLI.
           READ FISCAL
               KEY IS FSC-CHAVE-CLI
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FISCAL EQUAL 00
               MOVE "N" TO WRK-REGISTRO-NOVO
               DISPLAY "DOCUMENTO. " FSC-TIPO-DOC " " FSC-DOCUMENTO
               DISPLAY "NOME...... " FSC-NOME
               DISPLAY "ENDERECO.. " FSC-ENDERECO
               DISPLAY "CIDADE/UF. " FSC-CIDADE " " FSC-UF
               DISPLAY "CEP....... " FSC-CEP
               DISPLAY "EMAIL..... " FSC-EMAIL
           ELSE
               MOVE "S" TO WRK-REGISTRO-NOVO
               INITIALIZE REG-FISCAL
               MOVE WRK-CHAVE-CLI TO FSC-CHAVE-CLI
               IF WRK-TIPO-CLI EQUAL "C"
                  AND CLIENTES-ABERTO
                   MOVE WRK-CLI-ID TO REG-ID
                   READ CLIENTES
                       KEY IS REG-ID
                       INVALID KEY
                           DISPLAY "AVISO: CLIENTE NAO ENCONTRADO EM "
                                   "CLIENTES.DAT"
                   END-READ
                   IF FS-CLIENTES EQUAL 00
                       DISPLAY "CLIENTE... " REG-NOME
                       MOVE REG-ENDERECO TO FSC-ENDERECO
                       MOVE REG-EMAIL    TO FSC-EMAIL
                   END-IF
               END-IF
               DISPLAY "DADOS FISCAIS NOVOS"
           END-IF.

           MOVE SPACES TO WRK-TIPO-DOC.
           PERFORM UNTIL TIPO-DOC-VALIDO
               DISPLAY "TIPO DO DOCUMENTO (F-CPF / J-CNPJ): "
               ACCEPT WRK-TIPO-DOC
           END-PERFORM.
           DISPLAY "CPF/CNPJ (SO NUMEROS): ".
           ACCEPT WRK-DOCUMENTO.
           PERFORM 0230-VALIDAR-DOCUMENTO.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY "DOCUMENTO INVALIDO - DIGITO VERIFICADOR NAO "
                       "CONFERE; NADA GRAVADO"
           ELSE
               MOVE WRK-TIPO-DOC  TO FSC-TIPO-DOC
               MOVE WRK-DOCUMENTO TO FSC-DOCUMENTO
               PERFORM 0240-PEDIR-ENDERECO
               DISPLAY "CONFIRMA A GRAVACAO (S/N): "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO
                   PERFORM 0250-GRAVAR-FISCAL
               ELSE
                   DISPLAY "NADA GRAVADO"
               END-IF
           END-IF.

      *=== MODULO 11: RESTO MENOR QUE 2 DA DIGITO ZERO, SENAO 11 MENOS
      *=== O RESTO. CPF COM OS 11 DIGITOS IGUAIS PASSA NA CONTA MAS NAO
      *=== EXISTE
       0230-VALIDAR-DOCUMENTO SECTION.
           MOVE "N" TO WRK-DOC-VALIDO.
           IF WRK-DOCUMENTO EQUAL ZEROS
               CONTINUE
           ELSE
           IF WRK-TIPO-DOC EQUAL "F"
               IF WRK-DOCUMENTO GREATER 99999999999
                   CONTINUE
               ELSE
                   MOVE "S" TO WRK-DOC-VALIDO
                   PERFORM 0232-CONFERIR-CPF
               END-IF
           ELSE
               MOVE "S" TO WRK-DOC-VALIDO
               PERFORM 0234-CONFERIR-CNPJ
           END-IF
           END-IF.

       0232-CONFERIR-CPF     SECTION.
           MOVE "N" TO WRK-DOC-VALIDO.
           PERFORM VARYING WRK-IND-DIG FROM 5 BY 1
                     UNTIL WRK-IND-DIG GREATER 14
               IF WRK-DOC-DIG(WRK-IND-DIG) NOT EQUAL WRK-DOC-DIG(4)
                   MOVE "S" TO WRK-DOC-VALIDO
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-SOMA-DV.
           PERFORM VARYING WRK-IND-DIG FROM 4 BY 1
                     UNTIL WRK-IND-DIG GREATER 12
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-DOC-DIG(WRK-IND-DIG) * (14 - WRK-IND-DIG)
           END-PERFORM.
           PERFORM 0236-CALCULAR-DV.
           IF WRK-DV-CALCULADO NOT EQUAL WRK-DOC-DIG(13)
               MOVE "N" TO WRK-DOC-VALIDO
           END-IF.

           MOVE ZEROS TO WRK-SOMA-DV.
           PERFORM VARYING WRK-IND-DIG FROM 4 BY 1
                     UNTIL WRK-IND-DIG GREATER 13
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-DOC-DIG(WRK-IND-DIG) * (15 - WRK-IND-DIG)
           END-PERFORM.
           PERFORM 0236-CALCULAR-DV.
           IF WRK-DV-CALCULADO NOT EQUAL WRK-DOC-DIG(14)
               MOVE "N" TO WRK-DOC-VALIDO
           END-IF.

       0234-CONFERIR-CNPJ    SECTION.
           MOVE ZEROS TO WRK-SOMA-DV.
           PERFORM VARYING WRK-IND-DIG FROM 1 BY 1
                     UNTIL WRK-IND-DIG GREATER 12
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-DOC-DIG(WRK-IND-DIG)
                   * WRK-PESO-CNPJ(WRK-IND-DIG + 1)
           END-PERFORM.
           PERFORM 0236-CALCULAR-DV.
           IF WRK-DV-CALCULADO NOT EQUAL WRK-DOC-DIG(13)
               MOVE "N" TO WRK-DOC-VALIDO
           END-IF.

           MOVE ZEROS TO WRK-SOMA-DV.
           PERFORM VARYING WRK-IND-DIG FROM 1 BY 1
                     UNTIL WRK-IND-DIG GREATER 13
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-DOC-DIG(WRK-IND-DIG)
                   * WRK-PESO-CNPJ(WRK-IND-DIG)
           END-PERFORM.
           PERFORM 0236-CALCULAR-DV.
           IF WRK-DV-CALCULADO NOT EQUAL WRK-DOC-DIG(14)
               MOVE "N" TO WRK-DOC-VALIDO
           END-IF.

       0236-CALCULAR-DV      SECTION.
           DIVIDE WRK-SOMA-DV BY 11
               GIVING WRK-QUOCIENTE-DV REMAINDER WRK-RESTO-DV.
           IF WRK-RESTO-DV LESS 2
               MOVE ZEROS TO WRK-DV-CALCULADO
           ELSE
               COMPUTE WRK-DV-CALCULADO = 11 - WRK-RESTO-DV
           END-IF.

      *=== CAMPO EM BRANCO (OU CEP ZERO) MANTEM O QUE JA ESTA
       0240-PEDIR-ENDERECO   SECTION.
           DISPLAY "NOME PARA A NOTA (BRANCO = O DA FATURA): ".
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT EQUAL SPACES
               MOVE WRK-ENTRADA TO FSC-NOME
           END-IF.
           DISPLAY "ENDERECO: ".
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT EQUAL SPACES
               MOVE WRK-ENTRADA TO FSC-ENDERECO
           END-IF.
           DISPLAY "CIDADE: ".
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT EQUAL SPACES
               MOVE WRK-ENTRADA TO FSC-CIDADE
           END-IF.
           DISPLAY "UF: ".
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT EQUAL SPACES
               MOVE WRK-ENTRADA TO FSC-UF
           END-IF.
           DISPLAY "CEP (SO NUMEROS): ".
           MOVE ZEROS TO WRK-CEP-DIGITADO.
           ACCEPT WRK-CEP-DIGITADO.
           IF WRK-CEP-DIGITADO GREATER ZEROS
               MOVE WRK-CEP-DIGITADO TO FSC-CEP
           END-IF.
           DISPLAY "EMAIL: ".
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT EQUAL SPACES
               MOVE WRK-ENTRADA TO FSC-EMAIL
           END-IF.

       0250-GRAVAR-FISCAL    SECTION.
           MOVE WRK-DATA-HOJE TO FSC-DATA-ATUALIZACAO.
           MOVE WRK-OPERADOR  TO FSC-OPERADOR.
           IF REGISTRO-NOVO
               WRITE REG-FISCAL
                   INVALID KEY
                       DISPLAY "FALHA NA INCLUSAO - FS " FS-FISCAL
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-INCLUIDOS
                       DISPLAY "DADOS FISCAIS INCLUIDOS"
               END-WRITE
           ELSE
               REWRITE REG-FISCAL
                   INVALID KEY
                       DISPLAY "FALHA NA ALTERACAO - FS " FS-FISCAL
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-ALTERADOS
                       DISPLAY "DADOS FISCAIS ALTERADOS"
               END-REWRITE
           END-IF.

       0300-FINALIZAR        SECTION.
           DISPLAY "FIM DE PROGRAMA".

      *=== CARREGA O RETORNO, CASA CADA FATURA COM RPS DO LIVRO COM A
      *=== LINHA DELE E LISTA O QUE SOBROU SEM FATURA
       0400-IMPORTAR-RETORNO SECTION.
           MOVE SPACES TO WRK-RPS-SERIE.
           OPEN INPUT RPSCTL.
           IF FS-RPSCTL EQUAL 00
               READ RPSCTL
               IF FS-RPSCTL EQUAL 00
                   MOVE RPC-SERIE TO WRK-RPS-SERIE
               END-IF
               CLOSE RPSCTL
           END-IF.

           PERFORM 0410-CARREGAR-RETORNO.
           IF WRK-QTD-RETORNO EQUAL ZEROS
               DISPLAY "NENHUMA NFS-E A ANOTAR"
           ELSE
               OPEN I-O RECEBER
               IF FS-RECEBER NOT EQUAL 00
                   DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                           FS-RECEBER
                   STOP RUN
               END-IF
               MOVE ZEROS TO FAT-NUMERO
               START RECEBER KEY IS NOT LESS THAN FAT-NUMERO
                   INVALID KEY CONTINUE
               END-START
               IF FS-RECEBER EQUAL 00
                   READ RECEBER NEXT RECORD
               END-IF
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                   IF FAT-RPS-NUMERO GREATER ZEROS
                       PERFORM 0420-CASAR-FATURA
                   END-IF
                   READ RECEBER NEXT RECORD
               END-PERFORM
               CLOSE RECEBER

               PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                         UNTIL WRK-IND-RET GREATER WRK-QTD-RETORNO
                   IF WRK-RET-SITUACAO(WRK-IND-RET) EQUAL "P"
                       MOVE WRK-RET-REG(WRK-IND-RET) TO REG-NFSERET
                       DISPLAY "REVISAR: RPS " NFR-RPS-NUMERO
                               " (NFS-E " NFR-NFSE-NUMERO
                               ") SEM FATURA NO LIVRO"
                       ADD 1 TO WRK-QTD-REVISAR
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY "LINHAS DO RETORNO....... " WRK-QTD-LIDAS.
           DISPLAY "NFS-E ANOTADAS.......... " WRK-QTD-ANOTADAS.
           DISPLAY "JA ANOTADAS ANTES....... " WRK-QTD-JA-ANOTADAS.
           DISPLAY "A REVISAR............... " WRK-QTD-REVISAR.

      *=== RPS DE OUTRA SERIE OU REPETIDO NO ARQUIVO NAO ENTRA NA
      *=== TABELA; ESTOURO DA TABELA INTERROMPE SEM ANOTAR NADA
       0410-CARREGAR-RETORNO SECTION.
           MOVE ZEROS TO WRK-QTD-RETORNO.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               DISPLAY "NFSE_RETORNO.TXT NAO FOI ABERTO - FS "
                       FS-RETORNO
           ELSE
               READ RETORNO
               PERFORM UNTIL FS-RETORNO NOT EQUAL 00
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM 0415-GUARDAR-RETORNO
                   READ RETORNO
               END-PERFORM
               CLOSE RETORNO
           END-IF.

       0415-GUARDAR-RETORNO  SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                     UNTIL WRK-IND-RET GREATER WRK-QTD-RETORNO
               IF WRK-RET-RPS(WRK-IND-RET) EQUAL NFR-RPS-NUMERO
                   MOVE WRK-IND-RET TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.

           IF NFR-RPS-NUMERO NOT NUMERIC
              OR NFR-NFSE-NUMERO NOT NUMERIC
              OR NFR-RPS-NUMERO EQUAL ZEROS
               DISPLAY "REVISAR: LINHA " WRK-QTD-LIDAS
                       " DO RETORNO INVALIDA"
               ADD 1 TO WRK-QTD-REVISAR
           ELSE
           IF WRK-RPS-SERIE NOT EQUAL SPACES
              AND NFR-SERIE NOT EQUAL WRK-RPS-SERIE
               DISPLAY "REVISAR: RPS " NFR-RPS-NUMERO " DA SERIE "
                       NFR-SERIE " - A SERIE DO LOTE E " WRK-RPS-SERIE
               ADD 1 TO WRK-QTD-REVISAR
           ELSE
           IF WRK-IND-ACHADO GREATER ZEROS
               DISPLAY "REVISAR: RPS " NFR-RPS-NUMERO
                       " REPETIDO NO RETORNO (NFS-E " NFR-NFSE-NUMERO
                       ")"
               ADD 1 TO WRK-QTD-REVISAR
           ELSE
           IF WRK-QTD-RETORNO EQUAL 5000
               DISPLAY "RETORNO COM MAIS DE 5000 LINHAS - NADA ANOTADO"
               CLOSE RETORNO
               STOP RUN
           ELSE
               ADD 1 TO WRK-QTD-RETORNO
               MOVE REG-NFSERET TO WRK-RET-REG(WRK-QTD-RETORNO)
               MOVE "P"         TO WRK-RET-SITUACAO(WRK-QTD-RETORNO)
           END-IF
           END-IF
           END-IF
           END-IF.

      *=== A FATURA SEM NFS-E RECEBE A DO RETORNO; COM A MESMA JA
      *=== ANOTADA SO CONTA; COM OUTRA, VAI PARA REVISAO SEM MEXER
       0420-CASAR-FATURA     SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                     UNTIL WRK-IND-RET GREATER WRK-QTD-RETORNO
                        OR WRK-IND-ACHADO GREATER ZEROS
               IF WRK-RET-RPS(WRK-IND-RET) EQUAL FAT-RPS-NUMERO
                   MOVE WRK-IND-RET TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-IND-ACHADO GREATER ZEROS
               MOVE WRK-RET-REG(WRK-IND-ACHADO) TO REG-NFSERET
               IF FAT-NFSE-NUMERO EQUAL ZEROS
                   MOVE NFR-NFSE-NUMERO  TO FAT-NFSE-NUMERO
                   MOVE NFR-DATA-EMISSAO TO FAT-NFSE-DATA
                   MOVE NFR-VERIFICACAO  TO FAT-NFSE-VERIFICACAO
                   REWRITE REG-RECEBER
                       INVALID KEY
                           DISPLAY "FALHA AO REGRAVAR A FATURA "
                                   FAT-NUMERO " - FS " FS-RECEBER
                           MOVE "R" TO WRK-RET-SITUACAO(WRK-IND-ACHADO)
                           ADD 1 TO WRK-QTD-REVISAR
                       NOT INVALID KEY
                           MOVE "A" TO WRK-RET-SITUACAO(WRK-IND-ACHADO)
                           ADD 1 TO WRK-QTD-ANOTADAS
                   END-REWRITE
               ELSE
               IF FAT-NFSE-NUMERO EQUAL NFR-NFSE-NUMERO
                   MOVE "D" TO WRK-RET-SITUACAO(WRK-IND-ACHADO)
                   ADD 1 TO WRK-QTD-JA-ANOTADAS
               ELSE
                   DISPLAY "REVISAR: FATURA " FAT-NUMERO " RPS "
                           FAT-RPS-NUMERO " JA TEM A NFS-E "
                           FAT-NFSE-NUMERO " - RETORNO TRAZ "
                           NFR-NFSE-NUMERO
                   MOVE "R" TO WRK-RET-SITUACAO(WRK-IND-ACHADO)
                   ADD 1 TO WRK-QTD-REVISAR
               END-IF
               END-IF
           END-IF.
