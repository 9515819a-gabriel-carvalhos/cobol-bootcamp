      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               O FEED GANHA O TIPO DE PESSOA (1) E O CPF/CNPJ
      *==               (14, SO DIGITOS) NO FIM DA LINHA (144), COMO
      *==               COMBINADO COM O PESSOAL DO CRM; CLIENTE SEM
      *==               DOCUMENTO SAI COM O TIPO EM BRANCO E ZEROS
      *==  30/06/2025 GC: COM OS CONTATOS ADICIONAIS (CONTATOS.DAT,
      *==               VER ARQ039), TELEFONE, EMAIL E ENDERECO DO FEED
      *==               SAEM DO CONTATO PRINCIPAL PELA REGRA DO
      *==               COPYBOOK CTTPR: COMERCIAL PARA PESSOA JURIDICA
      *==               E RESIDENCIAL PARA AS DEMAIS (PREFERIDO
      *==               PRIMEIRO), DEPOIS O OUTRO DOS DOIS; CAMPO EM
      *==               BRANCO OU CLIENTE SEM ENTRADA FICA COM O
      *==               CLIREG. O FEED GANHA O CEP (8) NO FIM DA LINHA
      *==               (152), ZEROS QUANDO O ENDERECO VEM DO CLIREG.
      *==               SEM CONTATOS.DAT O FEED SAI SO COM O CLIREG
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== FEED DE LARGURA FIXA CONSUMIDO PELO CRM
               RECORD KEY IS SEG-ID
               FILE STATUS IS FS-SEGMENTOS.

      *=== CONTATOS E ENDERECOS ADICIONAIS DOS CLIENTES (ARQ039)
           SELECT CONTATOS ASSIGN
           TO WRK-PATH-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.

      *=== CLIENTES FORA DO FEED POR FALTA DE CONSENTIMENTO, PARA O
      *=== BALCAO COLHER A RESPOSTA; REGRAVADO A CADA EXPORTACAO
           SELECT SEMCONSENT ASSIGN
           COPY "CLIREG.cpy".

      *=== LAYOUT DE LARGURA FIXA DO CRM: ID(6) NOME(20) TELEFONE(11)
      *=== EMAIL(40) ENDERECO(40) DATA-CADASTRO(8) SEGMENTO(4) TIPO DE
      *=== PESSOA(1) CPF/CNPJ(14) CEP(8), SEM SEPARADOR ENTRE AS
      *=== COLUNAS, CADA UMA SEMPRE COM SEU TAMANHO CHEIO
       FD  CRMFEED.
       01  REG-CRMFEED.
           05  REG-CRM-ID              PIC 9(006).
           05  REG-CRM-ENDERECO        PIC X(040).
           05  REG-CRM-DATA-CADASTRO   PIC 9(008).
           05  REG-CRM-SEGMENTO        PIC X(004).
           05  REG-CRM-TIPO-PESSOA     PIC X(001).
           05  REG-CRM-CPF-CNPJ        PIC 9(014).
           05  REG-CRM-CEP             PIC 9(008).

       FD  AUDITORIA.
           COPY "AUDITLOG.cpy".
           05  SEG-CODIGO           PIC X(004).
           05  SEG-DATA             PIC 9(008).

       FD  CONTATOS.
           COPY "CTTREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-CRMFEED           PIC 9(002) VALUE ZEROS.
       77  FS-SEGMENTOS         PIC 9(002) VALUE ZEROS.
       77  WRK-SEGMENTOS-OK     PIC X(001) VALUE "N".
       77  WRK-SEGMENTO         PIC X(004) VALUE "GERL".
       77  FS-CONTATOS          PIC 9(002) VALUE ZEROS.

      *=== ESCOLHA DO CONTATO/ENDERECO DO FEED (COPYBOOKS CTTWS/CTTPR)
       COPY "CTTWS.cpy".

      *=== MODO DA EXPORTACAO: 1-COMPLETA (BASE INTEIRA) /
      *=== 2-INCREMENTAL (SO O QUE MEXEU DESDE A ULTIMA EXPORTACAO)
           "..\dados\SEGMENTOS.DAT".
       77  WRK-PATH-SEMCONSENT  PIC X(040) VALUE
           "..\dados\CRM_SEM_CONSENT.TXT".
       77  WRK-PATH-CONTATOS    PIC X(040) VALUE
           "..\dados\CONTATOS.DAT".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
                       "SEGMENTO GERAL (RODE O ARQ031)"
           END-IF.

      *=== CONTATOS ADICIONAIS; SEM O ARQUIVO (NINGUEM CADASTROU AINDA)
      *=== O FEED SAI SO COM OS DADOS DO CLIREG
           MOVE "N" TO WRK-CTT-ABERTO.
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS EQUAL 00
               MOVE "S" TO WRK-CTT-ABERTO
           END-IF.

      *=== RELATORIO DOS CLIENTES SEM CONSENTIMENTO, REGRAVADO AQUI
           OPEN OUTPUT SEMCONSENT.
           IF FS-SEMCONSENT NOT EQUAL 00
               END-READ
           END-IF.

      *=== CONTATO PRINCIPAL (COMERCIAL DE PESSOA JURIDICA, SENAO
      *=== RESIDENCIAL), DEPOIS O OUTRO DOS DOIS, DEPOIS O CLIREG
           IF PESSOA-JURIDICA
               MOVE "4" TO WRK-CTT-TIPO-1
               MOVE "3" TO WRK-CTT-TIPO-2
           ELSE
               MOVE "3" TO WRK-CTT-TIPO-1
               MOVE "4" TO WRK-CTT-TIPO-2
           END-IF.
           PERFORM 9140-ESCOLHER-CONTATO.

           MOVE REG-ID              TO REG-CRM-ID.
           MOVE REG-NOME            TO REG-CRM-NOME.
           MOVE WRK-CTT-USO-TELEFONE TO REG-CRM-TELEFONE.
           MOVE WRK-CTT-USO-EMAIL   TO REG-CRM-EMAIL.
           MOVE WRK-CTT-USO-ENDERECO TO REG-CRM-ENDERECO.
           MOVE REG-DATA-CADASTRO   TO REG-CRM-DATA-CADASTRO.
           MOVE WRK-SEGMENTO        TO REG-CRM-SEGMENTO.
           MOVE REG-TIPO-PESSOA     TO REG-CRM-TIPO-PESSOA.
           MOVE REG-CPF-CNPJ        TO REG-CRM-CPF-CNPJ.
           MOVE WRK-CTT-USO-CEP     TO REG-CRM-CEP.
           WRITE REG-CRMFEED.
           ADD 1 TO WRK-TOTAL-EXPORTADOS.

           IF WRK-SEGMENTOS-OK EQUAL "S"
               CLOSE SEGMENTOS
           END-IF.
           IF CONTATOS-ABERTOS
               CLOSE CONTATOS
           END-IF.

      *=== EXPORTACAO CONCLUIDA: O PONTO MARCADO NO INICIO DA EXECUCAO
      *=== VIRA O NOVO CHECKPOINT DA PROXIMA INCREMENTAL
           GOBACK.

       COPY "FSMSGPR.cpy".
       COPY "CTTPR.cpy".

      *=== PERGUNTA AO ARQCFG O CAMINHO DE CADA ARQUIVO LOGICO;
      *=== SEM LINHA EM ARQUIVOS.CTL, O CAMINHO PADRAO CONTINUA
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-SEMCONSENT.

           MOVE "CONTATOS.DAT" TO CFG-ARQUIVO.
           MOVE WRK-PATH-CONTATOS TO CFG-CAMINHO.
           CALL "ARQCFG" USING WRK-CFG-PARM.
           MOVE CFG-CAMINHO TO WRK-PATH-CONTATOS.

