       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATLIMC.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: MODULO DE CONFERENCIA DE CREDITO DO CLIENTE: O
      *==            CONMANU (CONTRATO NOVO OU REATIVADO), O PEDMANU
      *==            (PEDIDO NOVO) E A RESERVA DO EXERCICIO02 SEGUIAM
      *==            VENDENDO PARA CLIENTE COM 90+ DIAS DE ATRASO NO
      *==            AGING DO PROGRAMA12. O CHAMADOR PASSA O REG-ID E
      *==            O VALOR DA VENDA (CALL "FATLIMC" USING
      *==            WRK-LCR-PARM, COPYBOOK LCRWS) E O MODULO DEVOLVE
      *==            APROVADO OU RECUSADO, COM O LIMITE, O SALDO EM
      *==            ABERTO NO CONTAS A RECEBER E O DISPONIVEL; NA
      *==            OPERACAO "S" CONFERE O PERFIL DO SUPERVISOR QUE
      *==            LIBERA A VENDA RECUSADA E ANOTA A LIBERACAO EM
      *==            LIMITE_CREDITO.LOG
      *==  DATA: 12/07/2025
      *==  OBSERVACOES: O LIMITE E O BLOQUEIO VEM DE LIMITE_CREDITO.DAT
      *==               (COPYBOOK LCRREG, MANTIDO PELO FATCRED); SEM
      *==               REGISTRO DO CLIENTE (OU COM LIMITE ZERO) VALE O
      *==               LIMITE PADRAO DO CREDITO.CTL, E LIMITE PADRAO
      *==               ZERO = SEM LIMITE (SO O BLOQUEIO RECUSA). O
      *==               SALDO EM ABERTO E LIDO NA HORA (FATURAS "A" E
      *==               "P" DO CLIENTE, PELA CHAVE ALTERNADA), NAO A
      *==               FOTO DA AVALIACAO NOTURNA. SEM O ARQUIVO
      *==               LIMITE_CREDITO.DAT NINGUEM ESTA BLOQUEADO; SEM
      *==               OPERADOR.CTL NINGUEM E SUPERVISOR (MESMA
      *==               POLITICA DO CXAFECH). A PASTA DOS ARQUIVOS
      *==               VEM EM LCP-PASTA (BRANCO = "dados\")
      *==  ALTERACOES
      *==  18/08/2025 GC: NOVA OPERACAO "M" - MENSALIDADE DO ALUNO: COM
      *==               O REG-ALUNO-ID EM LCP-ID, SOMA AS FATURAS "A" E
      *==               "P" DO ALUNO (CHAVE TIPO "A", A DA PONTE DO
      *==               PROG025) E DEVOLVE O SALDO EM ABERTO, O SALDO
      *==               VENCIDO, O VENCIMENTO MAIS ANTIGO E OS DIAS DE
      *==               ATRASO DELE; RECUSA QUANDO ESSE ATRASO PASSA DO
      *==               PRAZO DA ESCOLA (NOVO CAMPO CTC-DIAS-MENSALIDADE
      *==               NO FIM DO CREDITO.CTL; SEM ELE, 60 DIAS). A
      *==               LIBERACAO "S" DO SUPERVISOR VALE IGUAL, COM O
      *==               SALDO VENCIDO COMO VALOR ANOTADO NO LOG
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIMITE E BLOQUEIO DE CREDITO POR CLIENTE (SO CONSULTA)
           SELECT LIMCREDITO ASSIGN
           TO WRK-PATH-LIMCREDITO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LCR-ID
               FILE STATUS IS FS-LIMCREDITO.

      *=== LIVRO DE CONTAS A RECEBER, LIDO PELA CHAVE DO CLIENTE
           SELECT RECEBER ASSIGN
           TO WRK-PATH-RECEBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LIMIARES DO BLOQUEIO E LIMITE PADRAO, 1 LINHA SO
           SELECT CREDCTL ASSIGN
           TO WRK-PATH-CREDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CREDCTL.

      *=== CADASTRO DE OPERADORES E PERFIS (O MESMO DO ARQMENU)
           SELECT OPERCTL ASSIGN
           TO WRK-PATH-OPERCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERCTL.

      *=== TRILHA DO CREDITO DOS CLIENTES, SO CRESCE
           SELECT LIMLOG ASSIGN
           TO WRK-PATH-LIMLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMLOG.

       DATA DIVISION.
       FILE                  SECTION.
       FD  LIMCREDITO.
           COPY "LCRREG.cpy".

       FD  RECEBER.
           COPY "FATREG.cpy".

      *=== SALDO VENCIDO MAXIMO, DIAS DE ATRASO MAXIMOS E LIMITE PADRAO
       FD  CREDCTL.
       01  REG-CREDCTL.
           05  CTC-VENCIDO-MAX      PIC 9(008)V99.
           05  CTC-DIAS-MAX         PIC 9(004).
           05  CTC-LIMITE-PADRAO    PIC 9(008)V99.
           05  CTC-DIAS-MENSALIDADE PIC 9(004).

       FD  OPERCTL.
       01  REG-OPERCTL.
           05  OPE-ID               PIC X(008).
           05  OPE-NOME             PIC X(020).
           05  OPE-PERFIL           PIC X(001).

       FD  LIMLOG.
           COPY "LCRLOG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-LIMCREDITO        PIC 9(002) VALUE ZEROS.
       77  FS-RECEBER           PIC 9(002) VALUE ZEROS.
       77  FS-CREDCTL           PIC 9(002) VALUE ZEROS.
       77  FS-OPERCTL           PIC 9(002) VALUE ZEROS.
       77  FS-LIMLOG            PIC 9(002) VALUE ZEROS.

      *=== CAMINHOS DOS ARQUIVOS, MONTADOS COM A PASTA DO CHAMADOR
       77  WRK-PASTA            PIC X(010) VALUE SPACES.
       77  WRK-PATH-LIMCREDITO  PIC X(040) VALUE SPACES.
       77  WRK-PATH-RECEBER     PIC X(040) VALUE SPACES.
       77  WRK-PATH-CREDCTL     PIC X(040) VALUE SPACES.
       77  WRK-PATH-OPERCTL     PIC X(040) VALUE SPACES.
       77  WRK-PATH-LIMLOG      PIC X(040) VALUE SPACES.

      *=== LIMITE PADRAO DO CREDITO.CTL (ZERO = SEM LIMITE)
       77  WRK-LIMITE-PADRAO    PIC 9(008)V99 VALUE ZEROS.

      *=== PRAZO DE ATRASO DA MENSALIDADE DO ALUNO (CREDITO.CTL; O
      *=== VALUE E O PADRAO SEM O CAMPO) E AS DATAS DA CONTA
       77  WRK-DIAS-MENSALIDADE PIC 9(004) VALUE 60.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIA-JULIANO      PIC 9(008) VALUE ZEROS.

      *=== MOTIVO DO BLOQUEIO DO CLIENTE (A-AUTOMATICO / M-MANUAL)
       77  WRK-MOTIVO-BLOQUEIO  PIC X(001) VALUE SPACE.
           88  MOTIVO-MANUAL               VALUE "M".

      *=== CHAVE DO CLIENTE NO LIVRO (TIPO "C" + REG-ID, OU "A" +
      *=== REG-ALUNO-ID NA MENSALIDADE)
       01  WRK-CHAVE-CLI.
           05  WRK-CHAVE-TIPO   PIC X(001) VALUE "C".
           05  WRK-CHAVE-ID     PIC 9(006) VALUE ZEROS.

      *=== PERFIL DO SUPERVISOR NO OPERADOR.CTL
       77  WRK-PERFIL           PIC X(001) VALUE SPACE.
           88  PERFIL-SUPERVISOR           VALUE "S".

       LINKAGE               SECTION.
       COPY "LCRWS.cpy".

       PROCEDURE             DIVISION USING WRK-LCR-PARM.
       0001-PRINCIPAL        SECTION.
           PERFORM 0050-MONTAR-CAMINHOS.

           EVALUATE TRUE
               WHEN LCP-CONFERIR
                   PERFORM 0100-CONFERIR
               WHEN LCP-LIBERAR
                   PERFORM 0200-LIBERAR
               WHEN LCP-MENSALIDADE
                   PERFORM 0300-CONFERIR-MENSALIDADE
               WHEN OTHER
                   MOVE "R" TO LCP-RESULTADO
                   MOVE "OPERACAO DE CREDITO DESCONHECIDA"
                     TO LCP-MOTIVO
           END-EVALUATE.

           GOBACK.

      *=== CAMINHOS DOS ARQUIVOS NA PASTA DE DADOS DO CHAMADOR
       0050-MONTAR-CAMINHOS  SECTION.
           MOVE LCP-PASTA TO WRK-PASTA.
           IF WRK-PASTA EQUAL SPACES
               MOVE "dados\" TO WRK-PASTA
           END-IF.
           MOVE SPACES TO WRK-PATH-LIMCREDITO WRK-PATH-RECEBER
                          WRK-PATH-CREDCTL WRK-PATH-OPERCTL
                          WRK-PATH-LIMLOG.
           STRING WRK-PASTA DELIMITED BY SPACE
                  "LIMITE_CREDITO.DAT" DELIMITED BY SIZE
                  INTO WRK-PATH-LIMCREDITO.
           STRING WRK-PASTA DELIMITED BY SPACE
                  "CONTAS_RECEBER.DAT" DELIMITED BY SIZE
                  INTO WRK-PATH-RECEBER.
           STRING WRK-PASTA DELIMITED BY SPACE
                  "CREDITO.CTL" DELIMITED BY SIZE
                  INTO WRK-PATH-CREDCTL.
           STRING WRK-PASTA DELIMITED BY SPACE
                  "OPERADOR.CTL" DELIMITED BY SIZE
                  INTO WRK-PATH-OPERCTL.
           STRING WRK-PASTA DELIMITED BY SPACE
                  "LIMITE_CREDITO.LOG" DELIMITED BY SIZE
                  INTO WRK-PATH-LIMLOG.

      *=== CONFERE O CREDITO DO CLIENTE PARA O VALOR DA VENDA: O
      *=== BLOQUEIO RECUSA SEMPRE; COM LIMITE, O VALOR PRECISA CABER NO
      *=== DISPONIVEL (LIMITE MENOS O SALDO EM ABERTO)
       0100-CONFERIR         SECTION.
           MOVE "A"    TO LCP-RESULTADO.
           MOVE "N"    TO LCP-BLOQUEADO.
           MOVE ZEROS  TO LCP-LIMITE.
           MOVE ZEROS  TO LCP-SALDO-ABERTO.
           MOVE ZEROS  TO LCP-DISPONIVEL.
           MOVE SPACES TO LCP-MOTIVO.
           MOVE SPACE  TO WRK-MOTIVO-BLOQUEIO.

           PERFORM 0110-LER-CONTROLE.
           MOVE WRK-LIMITE-PADRAO TO LCP-LIMITE.

           OPEN INPUT LIMCREDITO.
           IF FS-LIMCREDITO EQUAL 00
               MOVE LCP-ID TO LCR-ID
               READ LIMCREDITO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-LIMCREDITO EQUAL 00
                   IF LCR-LIMITE GREATER ZEROS
                       MOVE LCR-LIMITE TO LCP-LIMITE
                   END-IF
                   IF CREDITO-BLOQUEADO
                       MOVE "S" TO LCP-BLOQUEADO
                       MOVE LCR-MOTIVO-BLOQUEIO TO WRK-MOTIVO-BLOQUEIO
                   END-IF
               END-IF
               CLOSE LIMCREDITO
           END-IF.

           MOVE "C" TO WRK-CHAVE-TIPO.
           PERFORM 0120-SOMAR-SALDO.

           IF LCP-LIMITE GREATER ZEROS
               COMPUTE LCP-DISPONIVEL = LCP-LIMITE - LCP-SALDO-ABERTO
           END-IF.

           EVALUATE TRUE
               WHEN LCP-CLIENTE-BLOQUEADO AND MOTIVO-MANUAL
                   MOVE "R" TO LCP-RESULTADO
                   MOVE "CLIENTE COM BLOQUEIO MANUAL DE CREDITO"
                     TO LCP-MOTIVO
               WHEN LCP-CLIENTE-BLOQUEADO
                   MOVE "R" TO LCP-RESULTADO
                   MOVE "CLIENTE BLOQUEADO POR ATRASO A RECEBER"
                     TO LCP-MOTIVO
               WHEN LCP-LIMITE GREATER ZEROS
                AND LCP-VALOR GREATER LCP-DISPONIVEL
                   MOVE "R" TO LCP-RESULTADO
                   MOVE "VALOR ACIMA DO CREDITO DISPONIVEL"
                     TO LCP-MOTIVO
           END-EVALUATE.

      *=== LIMITE PADRAO DO CREDITO.CTL; SEM O CONTROLE, ZERO (SEM
      *=== LIMITE - SO O BLOQUEIO CONTA)
       0110-LER-CONTROLE     SECTION.
           MOVE ZEROS TO WRK-LIMITE-PADRAO.
           OPEN INPUT CREDCTL.
           IF FS-CREDCTL EQUAL 00
               READ CREDCTL
               IF FS-CREDCTL EQUAL 00
                  AND CTC-LIMITE-PADRAO NUMERIC
                   MOVE CTC-LIMITE-PADRAO TO WRK-LIMITE-PADRAO
               END-IF
               IF FS-CREDCTL EQUAL 00
                  AND CTC-DIAS-MENSALIDADE NUMERIC
                  AND CTC-DIAS-MENSALIDADE GREATER ZEROS
                   MOVE CTC-DIAS-MENSALIDADE TO WRK-DIAS-MENSALIDADE
               END-IF
               CLOSE CREDCTL
           END-IF.

      *=== SOMA O SALDO DAS FATURAS ABERTAS OU PARCIAIS DO CLIENTE NO
      *=== LIVRO, PELA CHAVE ALTERNADA; SEM O LIVRO, SALDO ZERO
       0120-SOMAR-SALDO      SECTION.
           OPEN INPUT RECEBER.
           IF FS-RECEBER EQUAL 00
               MOVE LCP-ID        TO WRK-CHAVE-ID
               MOVE WRK-CHAVE-CLI TO FAT-CHAVE-CLI
               START RECEBER KEY IS EQUAL FAT-CHAVE-CLI
                   INVALID KEY CONTINUE
               END-START
               IF FS-RECEBER EQUAL 00
                   READ RECEBER NEXT RECORD
               END-IF
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                          OR FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
                   IF FATURA-ABERTA OR FATURA-PARCIAL
                       ADD FAT-SALDO TO LCP-SALDO-ABERTO
                   END-IF
                   READ RECEBER NEXT RECORD
               END-PERFORM
               CLOSE RECEBER
           END-IF.

      *=== LIBERACAO DA VENDA RECUSADA: SO PERFIL "S" DO OPERADOR.CTL;
      *=== ACEITA, FICA ANOTADA COM O MOTIVO DA RECUSA, O VALOR, O
      *=== PROGRAMA, O OPERADOR E O SUPERVISOR
       0200-LIBERAR          SECTION.
           MOVE SPACE TO WRK-PERFIL.
           OPEN INPUT OPERCTL.
           IF FS-OPERCTL EQUAL 00
               READ OPERCTL
               PERFORM UNTIL FS-OPERCTL NOT EQUAL 00
                          OR WRK-PERFIL NOT EQUAL SPACE
                   IF OPE-ID EQUAL LCP-SUPERVISOR
                      AND LCP-SUPERVISOR NOT EQUAL SPACES
                       MOVE OPE-PERFIL TO WRK-PERFIL
                   END-IF
                   READ OPERCTL
               END-PERFORM
               CLOSE OPERCTL
           END-IF.

           IF PERFIL-SUPERVISOR
               MOVE "L"            TO LCL-EVENTO
               PERFORM 0250-GRAVAR-LOG
               MOVE "A"            TO LCP-RESULTADO
           ELSE
               MOVE "R"            TO LCP-RESULTADO
               MOVE "SUPERVISOR NAO RECONHECIDO - NAO LIBERADA"
                 TO LCP-MOTIVO
           END-IF.

      *=== ANEXA A LINHA EM LIMITE_CREDITO.LOG, CRIANDO O ARQUIVO NA
      *=== PRIMEIRA VEZ
       0250-GRAVAR-LOG       SECTION.
           OPEN EXTEND LIMLOG.
           IF FS-LIMLOG EQUAL 35
               OPEN OUTPUT LIMLOG
           END-IF.

           ACCEPT LCL-DATA FROM DATE YYYYMMDD.
           ACCEPT LCL-HORA FROM TIME.
           MOVE SPACE          TO LCL-SEP-1 LCL-SEP-2 LCL-SEP-3
                                  LCL-SEP-4 LCL-SEP-5 LCL-SEP-6
                                  LCL-SEP-7 LCL-SEP-8.
           MOVE LCP-ID         TO LCL-ID.
           MOVE LCP-VALOR      TO LCL-VALOR.
           MOVE LCP-PROGRAMA   TO LCL-PROGRAMA.
           MOVE LCP-OPERADOR   TO LCL-OPERADOR.
           MOVE LCP-SUPERVISOR TO LCL-SUPERVISOR.
           MOVE LCP-MOTIVO     TO LCL-MOTIVO.
           WRITE REG-LIMITE-LOG.

           CLOSE LIMLOG.

      *=== MENSALIDADE DO ALUNO LCP-ID: SALDO EM ABERTO E VENCIDO DAS
      *=== FATURAS DELE; RECUSA SE A MAIS ANTIGA VENCIDA TEM MAIS DIAS
      *=== DE ATRASO QUE O PRAZO DA ESCOLA
       0300-CONFERIR-MENSALIDADE SECTION.
           MOVE "A"    TO LCP-RESULTADO.
           MOVE "N"    TO LCP-BLOQUEADO.
           MOVE ZEROS  TO LCP-LIMITE LCP-DISPONIVEL LCP-SALDO-ABERTO
                          LCP-SALDO-VENCIDO LCP-VENCTO-ANTIGO
                          LCP-ATRASO-DIAS.
           MOVE SPACES TO LCP-MOTIVO.

           PERFORM 0110-LER-CONTROLE.
           MOVE WRK-DIAS-MENSALIDADE TO LCP-PRAZO-DIAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT RECEBER.
           IF FS-RECEBER EQUAL 00
               MOVE "A"           TO WRK-CHAVE-TIPO
               MOVE LCP-ID        TO WRK-CHAVE-ID
               MOVE WRK-CHAVE-CLI TO FAT-CHAVE-CLI
               START RECEBER KEY IS EQUAL FAT-CHAVE-CLI
                   INVALID KEY CONTINUE
               END-START
               IF FS-RECEBER EQUAL 00
                   READ RECEBER NEXT RECORD
               END-IF
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                          OR FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-CLI
                   IF FATURA-ABERTA OR FATURA-PARCIAL
                       ADD FAT-SALDO TO LCP-SALDO-ABERTO
                       IF FAT-VENCIMENTO LESS WRK-DATA-HOJE
                           ADD FAT-SALDO TO LCP-SALDO-VENCIDO
                           IF LCP-VENCTO-ANTIGO EQUAL ZEROS
                              OR FAT-VENCIMENTO LESS LCP-VENCTO-ANTIGO
                               MOVE FAT-VENCIMENTO TO LCP-VENCTO-ANTIGO
                           END-IF
                       END-IF
                   END-IF
                   READ RECEBER NEXT RECORD
               END-PERFORM
               CLOSE RECEBER
           END-IF.

           IF LCP-VENCTO-ANTIGO GREATER ZEROS
               COMPUTE WRK-DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(LCP-VENCTO-ANTIGO)
               MOVE WRK-DIA-JULIANO TO LCP-ATRASO-DIAS
               IF LCP-ATRASO-DIAS GREATER LCP-PRAZO-DIAS
                   MOVE "R" TO LCP-RESULTADO
                   MOVE LCP-SALDO-VENCIDO TO LCP-VALOR
                   MOVE "MENSALIDADE VENCIDA ALEM DO PRAZO"
                     TO LCP-MOTIVO
               END-IF
           END-IF.

       END PROGRAM FATLIMC.
