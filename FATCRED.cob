       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCRED.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LIMITE E BLOQUEIO DE CREDITO DOS CLIENTES: A CASA
      *==            SEGUIA FECHANDO CONTRATO E PEDIDO DE FRETE COM
      *==            CLIENTE QUE DEVIA HA MAIS DE 90 DIAS NO AGING DO
      *==            PROGRAMA12. A AVALIACAO (PASSO DA CADEIA NOTURNA
      *==            DO ARQMENU, OU OPCAO A AQUI) PERCORRE O CONTAS A
      *==            RECEBER POR CLIENTE E BLOQUEIA O CREDITO DE QUEM
      *==            PASSOU DOS LIMIARES DO CREDITO.CTL (SALDO VENCIDO
      *==            OU DIAS DE ATRASO), DESBLOQUEANDO QUANDO A DIVIDA
      *==            VENCIDA E PAGA. O SUPERVISOR DEFINE O LIMITE DE
      *==            CADA CLIENTE E PODE BLOQUEAR/DESBLOQUEAR NA MAO; A
      *==            CONFERENCIA NA VENDA (CONMANU, PEDMANU E RESERVA
      *==            DO EXERCICIO02) E O MODULO FATLIMC
      *==  DATA: 12/07/2025
      *==  OBSERVACOES: LIMITE_CREDITO.DAT (COPYBOOK LCRREG) E CRIADO
      *==               VAZIO NA 1A EXECUCAO. CREDITO.CTL E 1 LINHA:
      *==               SALDO VENCIDO MAXIMO 9(8)V99, DIAS DE ATRASO
      *==               MAXIMOS 9(4) E LIMITE PADRAO 9(8)V99 (ZERO EM
      *==               QUALQUER LIMIAR = NAO USADO); SEM O CONTROLE
      *==               VALE 90 DIAS (A FAIXA 90+ DO AGING), SEM LIMIAR
      *==               DE SALDO E SEM LIMITE PADRAO. O DESBLOQUEIO
      *==               AUTOMATICO SO ACONTECE COM O SALDO VENCIDO
      *==               ZERADO (NAO BASTA VOLTAR PARA BAIXO DO LIMIAR) E
      *==               NUNCA MEXE NO BLOQUEIO MANUAL. TODO BLOQUEIO,
      *==               DESBLOQUEIO E MUDANCA DE LIMITE VAI PARA
      *==               LIMITE_CREDITO.LOG (COPYBOOK LCRLOG). A CONTA DE
      *==               DIAS E A APROXIMADA DO AGING (ANO*365 + MES*30 +
      *==               DIA)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== LIMITE E BLOQUEIO DE CREDITO POR CLIENTE
           SELECT LIMCREDITO ASSIGN
           TO "dados\LIMITE_CREDITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCR-ID
               FILE STATUS IS FS-LIMCREDITO.

      *=== LIVRO DE CONTAS A RECEBER, LIDO NA ORDEM DO CLIENTE
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LIMIARES DO BLOQUEIO E LIMITE PADRAO, 1 LINHA SO
           SELECT CREDCTL ASSIGN
           TO "dados\CREDITO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CREDCTL.

      *=== CADASTRO DE CLIENTES (SO CONSULTA, PELO REG-ID)
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

      *=== CADASTRO DE OPERADORES E PERFIS (O MESMO DO ARQMENU)
           SELECT OPERCTL ASSIGN
           TO "dados\OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERCTL.

      *=== TRILHA DO CREDITO DOS CLIENTES, SO CRESCE
           SELECT LIMLOG ASSIGN
           TO "dados\LIMITE_CREDITO.LOG"
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

       FD  CLIENTES.
           COPY "CLIREG.cpy".

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
       77  FS-CLIENTES          PIC 9(002) VALUE ZEROS.
       77  FS-OPERCTL           PIC 9(002) VALUE ZEROS.
       77  FS-LIMLOG            PIC 9(002) VALUE ZEROS.

      *=== OPCAO: A-AVALIAR / L-LIMITE / B-BLOQUEAR / D-DESBLOQUEAR /
      *=== C-CONSULTAR / R-RELACAO DOS BLOQUEADOS / F-ENCERRAR
       77  WRK-OPCAO            PIC X(001) VALUE SPACES.
           88  OPCAO-AVALIAR               VALUE "A".
           88  OPCAO-LIMITE                VALUE "L".
           88  OPCAO-BLOQUEAR              VALUE "B".
           88  OPCAO-DESBLOQUEAR           VALUE "D".
           88  OPCAO-CONSULTAR             VALUE "C".
           88  OPCAO-RELACAO               VALUE "R".
           88  OPCAO-ENCERRAR              VALUE "F".

      *=== OPERADOR DA SESSAO E O PERFIL DELE NO OPERADOR.CTL
       77  WRK-OPERADOR         PIC X(008) VALUE SPACES.
       77  WRK-PERFIL           PIC X(001) VALUE SPACE.
           88  PERFIL-SUPERVISOR           VALUE "S".
       77  WRK-CONFIRMA         PIC X(001) VALUE "N".
           88  CONFIRMADO                  VALUE "S".

      *=== LIMIARES DO CREDITO.CTL (ZERO = LIMIAR NAO USADO)
       77  WRK-VENCIDO-MAX      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-DIAS-MAX         PIC 9(004) VALUE 90.
       77  WRK-LIMITE-PADRAO    PIC 9(008)V99 VALUE ZEROS.

      *=== CONTA DE DIAS APROXIMADA, A MESMA DO AGING DO PROGRAMA12
       01  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(004).
           05  WRK-HOJE-MES     PIC 9(002).
           05  WRK-HOJE-DIA     PIC 9(002).
       01  WRK-DATA-VENC        PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           05  WRK-VEN-ANO      PIC 9(004).
           05  WRK-VEN-MES      PIC 9(002).
           05  WRK-VEN-DIA      PIC 9(002).
       77  WRK-DIAS-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-VENC        PIC 9(008) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(005) VALUE ZEROS.

      *=== CLIENTE EM ACUMULACAO NA AVALIACAO (QUEBRA POR FAT-CHAVE-CLI)
       01  WRK-CHAVE-ATUAL.
           05  WRK-ATU-TIPO     PIC X(001) VALUE SPACE.
           05  WRK-ATU-ID       PIC 9(006) VALUE ZEROS.
       77  WRK-CLI-ABERTO       PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CLI-VENCIDO      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-CLI-DIAS         PIC 9(004) VALUE ZEROS.
       77  WRK-NOVO-REGISTRO    PIC X(001) VALUE "N".
           88  REGISTRO-NOVO               VALUE "S".
       77  WRK-EXCEDEU          PIC X(001) VALUE "N".
           88  LIMIAR-EXCEDIDO             VALUE "S".

      *=== TOTAIS DA AVALIACAO
       77  WRK-QTD-AVALIADOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-BLOQUEIOS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-DESBLOQUEIOS PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS   PIC 9(006) VALUE ZEROS.

      *=== MANUTENCAO: CLIENTE, LIMITE E MOTIVO DIGITADOS
       77  WRK-CLI-ID           PIC 9(006) VALUE ZEROS.
       77  WRK-LIMITE-NOVO      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-MOTIVO           PIC X(040) VALUE SPACES.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ULT-AVALIACAO    PIC 9(008) VALUE ZEROS.
       77  WRK-ULT-VENCIDO      PIC 9(008)V99 VALUE ZEROS.
       77  WRK-ULT-DIAS         PIC 9(004) VALUE ZEROS.
       77  WRK-VALOR-ED-2       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== LINHA DE LOG EM MONTAGEM
       77  WRK-LOG-EVENTO       PIC X(001) VALUE SPACE.
       77  WRK-LOG-VALOR        PIC 9(008)V99 VALUE ZEROS.
       77  WRK-LOG-MOTIVO       PIC X(040) VALUE SPACES.

      *=== CONFERENCIA DE CREDITO NA CONSULTA (MODULO FATLIMC)
       COPY "LCRWS.cpy".

      *=== SINALIZADOR DE EXECUCAO EM LOTE, LIGADO PELA CADEIA NOTURNA
      *=== DO ARQMENU: SO A AVALIACAO, SEM PERGUNTAS DE OPERADOR
       COPY "LOTEWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           IF EXECUCAO-EM-LOTE
               PERFORM 0400-AVALIAR
           ELSE
               PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               WRK-HOJE-ANO * 365 + WRK-HOJE-MES * 30 + WRK-HOJE-DIA.

           PERFORM 0110-LER-CONTROLE.

      *=== NA CADEIA O OPERADOR E O NOTURNO; NA MAO, IDENTIFICACAO
      *=== OBRIGATORIA E O PERFIL DECIDE QUEM MEXE EM LIMITE/BLOQUEIO
           IF EXECUCAO-EM-LOTE
               MOVE "NOTURNO" TO WRK-OPERADOR
           ELSE
               DISPLAY "IDENTIFICACAO DO OPERADOR: "
               ACCEPT WRK-OPERADOR
               IF WRK-OPERADOR EQUAL SPACES
                   DISPLAY "OPERADOR NAO IDENTIFICADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0120-LER-PERFIL
               OPEN INPUT CLIENTES
               IF FS-CLIENTES NOT EQUAL 00
                   DISPLAY "CLIENTES.DAT NAO FOI ABERTO - FS "
                           FS-CLIENTES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *=== LIMITE_CREDITO.DAT VAZIO NA 1A EXECUCAO
           OPEN I-O LIMCREDITO.
           IF FS-LIMCREDITO EQUAL 35
               OPEN OUTPUT LIMCREDITO
               CLOSE LIMCREDITO
               OPEN I-O LIMCREDITO
           END-IF.
           IF FS-LIMCREDITO NOT EQUAL 00
               DISPLAY "LIMITE_CREDITO.DAT NAO FOI ABERTO - FS "
                       FS-LIMCREDITO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *=== O MODULO FATLIMC ABRE O MESMO ARQUIVO: ELE SO FICA ABERTO
      *=== AQUI DENTRO DE CADA OPERACAO
           CLOSE LIMCREDITO.

      *=== LIMIARES DO CREDITO.CTL; SEM O CONTROLE, 90 DIAS DE ATRASO E
      *=== SEM LIMIAR DE SALDO NEM LIMITE PADRAO (COM AVISO)
       0110-LER-CONTROLE     SECTION.
           OPEN INPUT CREDCTL.
           IF FS-CREDCTL EQUAL 00
               READ CREDCTL
               IF FS-CREDCTL EQUAL 00
                   MOVE CTC-VENCIDO-MAX   TO WRK-VENCIDO-MAX
                   MOVE CTC-DIAS-MAX      TO WRK-DIAS-MAX
                   MOVE CTC-LIMITE-PADRAO TO WRK-LIMITE-PADRAO
               END-IF
               CLOSE CREDCTL
           ELSE
               DISPLAY "AVISO: CREDITO.CTL AUSENTE - BLOQUEIO COM MAIS "
                       "DE 90 DIAS DE ATRASO, SEM LIMITE PADRAO"
           END-IF.

      *=== PERFIL DO OPERADOR NO OPERADOR.CTL; SEM O ARQUIVO NINGUEM E
      *=== SUPERVISOR (MESMA POLITICA DO CXAFECH)
       0120-LER-PERFIL       SECTION.
           MOVE SPACE TO WRK-PERFIL.
           OPEN INPUT OPERCTL.
           IF FS-OPERCTL NOT EQUAL 00
               DISPLAY "OPERADOR.CTL NAO FOI ABERTO - FS " FS-OPERCTL
                       " - LIMITE E BLOQUEIO SO PARA CONSULTA"
           ELSE
               READ OPERCTL
               PERFORM UNTIL FS-OPERCTL NOT EQUAL 00
                          OR WRK-PERFIL NOT EQUAL SPACE
                   IF OPE-ID EQUAL WRK-OPERADOR
                       MOVE OPE-PERFIL TO WRK-PERFIL
                   END-IF
                   READ OPERCTL
               END-PERFORM
               CLOSE OPERCTL
           END-IF.

       0200-PROCESSAR        SECTION.
           DISPLAY "OPCAO (A-AVALIAR AGORA / L-LIMITE / B-BLOQUEAR / "
                   "D-DESBLOQUEAR / C-CONSULTAR / R-RELACAO DOS "
                   "BLOQUEADOS / F-ENCERRAR): ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-AVALIAR
                   PERFORM 0400-AVALIAR
               WHEN OPCAO-LIMITE
                 OR OPCAO-BLOQUEAR
                 OR OPCAO-DESBLOQUEAR
                   IF NOT PERFIL-SUPERVISOR
                       DISPLAY "OPCAO RESERVADA AO SUPERVISOR"
                   ELSE
                       PERFORM 0205-PEDIR-CLIENTE
                   END-IF
               WHEN OPCAO-CONSULTAR
                   PERFORM 0205-PEDIR-CLIENTE
               WHEN OPCAO-RELACAO
                   PERFORM 0250-RELACIONAR-BLOQUEADOS
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *=== PEDE O REG-ID, CONFERE NO CADASTRO E SEGUE PARA A OPCAO
       0205-PEDIR-CLIENTE    SECTION.
           DISPLAY "REG-ID DO CLIENTE: ".
           ACCEPT WRK-CLI-ID.
           MOVE WRK-CLI-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
           END-READ.

           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "REG-ID " WRK-CLI-ID
                       " NAO EXISTE EM CLIENTES.DAT"
           ELSE
               DISPLAY "CLIENTE..... " REG-ID " " REG-NOME
               OPEN I-O LIMCREDITO
               PERFORM 0207-LER-LIMITE
               MOVE LCR-DATA-AVALIACAO TO WRK-ULT-AVALIACAO
               MOVE LCR-SALDO-VENCIDO  TO WRK-ULT-VENCIDO
               MOVE LCR-DIAS-ATRASO    TO WRK-ULT-DIAS
               EVALUATE TRUE
                   WHEN OPCAO-LIMITE
                       PERFORM 0210-DEFINIR-LIMITE
                   WHEN OPCAO-BLOQUEAR
                       PERFORM 0220-BLOQUEAR
                   WHEN OPCAO-DESBLOQUEAR
                       PERFORM 0230-DESBLOQUEAR
               END-EVALUATE
               CLOSE LIMCREDITO
               IF OPCAO-CONSULTAR
                   PERFORM 0240-CONSULTAR
               END-IF
           END-IF.

      *=== LE O REGISTRO DE CREDITO DO CLIENTE; SEM REGISTRO, MONTA UM
      *=== NOVO ZERADO (LIMITE PADRAO E SEM BLOQUEIO)
       0207-LER-LIMITE       SECTION.
           MOVE "N" TO WRK-NOVO-REGISTRO.
           MOVE WRK-CLI-ID TO LCR-ID.
           READ LIMCREDITO
               KEY IS LCR-ID
               INVALID KEY
                   MOVE "S" TO WRK-NOVO-REGISTRO
           END-READ.
           IF REGISTRO-NOVO
               INITIALIZE REG-LIMITE-CREDITO
               MOVE WRK-CLI-ID TO LCR-ID
               MOVE "N"        TO LCR-BLOQUEIO
           END-IF.

      *=== GRAVA O REGISTRO DE CREDITO DO CLIENTE (NOVO OU ALTERADO)
       0208-GRAVAR-LIMITE    SECTION.
           IF REGISTRO-NOVO
               WRITE REG-LIMITE-CREDITO
               MOVE "N" TO WRK-NOVO-REGISTRO
           ELSE
               REWRITE REG-LIMITE-CREDITO
           END-IF.
           IF FS-LIMCREDITO NOT EQUAL 00
               DISPLAY "ERRO NA GRAVACAO DE LIMITE_CREDITO.DAT - FS "
                       FS-LIMCREDITO
           END-IF.

      *=== NOVO LIMITE DO CLIENTE (ZERO = VOLTA AO LIMITE PADRAO)
       0210-DEFINIR-LIMITE   SECTION.
           MOVE LCR-LIMITE TO WRK-VALOR-ED.
           IF LCR-LIMITE EQUAL ZEROS
               DISPLAY "LIMITE ATUAL: PADRAO DO CREDITO.CTL"
           ELSE
               DISPLAY "LIMITE ATUAL: " WRK-VALOR-ED
           END-IF.
           DISPLAY "NOVO LIMITE (0 = LIMITE PADRAO): ".
           ACCEPT WRK-LIMITE-NOVO.
           MOVE WRK-LIMITE-NOVO TO WRK-VALOR-ED-2.
           DISPLAY "CONFIRMA O LIMITE " WRK-VALOR-ED-2 " (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF CONFIRMADO
               MOVE SPACES TO WRK-LOG-MOTIVO
               STRING "LIMITE ANTERIOR " WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
               MOVE WRK-LIMITE-NOVO TO LCR-LIMITE
               MOVE WRK-DATA-HOJE   TO LCR-DATA-LIMITE
               MOVE WRK-OPERADOR    TO LCR-OPERADOR-LIMITE
               PERFORM 0208-GRAVAR-LIMITE
               MOVE "T"             TO WRK-LOG-EVENTO
               MOVE WRK-LIMITE-NOVO TO WRK-LOG-VALOR
               PERFORM 0290-GRAVAR-LOG
               DISPLAY "LIMITE GRAVADO"
           ELSE
               DISPLAY "LIMITE NAO ALTERADO"
           END-IF.

      *=== BLOQUEIO MANUAL: SO A RETIRADA PELO SUPERVISOR O DESFAZ
       0220-BLOQUEAR         SECTION.
           IF CREDITO-BLOQUEADO
               DISPLAY "CLIENTE JA ESTA BLOQUEADO DESDE "
                       LCR-DATA-BLOQUEIO
           ELSE
               DISPLAY "MOTIVO DO BLOQUEIO: "
               ACCEPT WRK-MOTIVO
               DISPLAY "CONFIRMA O BLOQUEIO MANUAL (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO AND WRK-MOTIVO NOT EQUAL SPACES
                   MOVE "S"           TO LCR-BLOQUEIO
                   MOVE "M"           TO LCR-MOTIVO-BLOQUEIO
                   MOVE WRK-DATA-HOJE TO LCR-DATA-BLOQUEIO
                   PERFORM 0208-GRAVAR-LIMITE
                   MOVE "M"           TO WRK-LOG-EVENTO
                   MOVE ZEROS         TO WRK-LOG-VALOR
                   MOVE WRK-MOTIVO    TO WRK-LOG-MOTIVO
                   PERFORM 0290-GRAVAR-LOG
                   DISPLAY "CLIENTE BLOQUEADO"
               ELSE
                   DISPLAY "BLOQUEIO NAO FEITO (SEM MOTIVO OU SEM "
                           "CONFIRMACAO)"
               END-IF
           END-IF.

      *=== RETIRA O BLOQUEIO (MANUAL OU AUTOMATICO); O AUTOMATICO VOLTA
      *=== NA PROXIMA AVALIACAO SE O ATRASO CONTINUAR ACIMA DO LIMIAR
       0230-DESBLOQUEAR      SECTION.
           IF NOT CREDITO-BLOQUEADO
               DISPLAY "CLIENTE NAO ESTA BLOQUEADO"
           ELSE
               IF BLOQUEIO-AUTOMATICO
                   DISPLAY "BLOQUEIO AUTOMATICO DE " LCR-DATA-BLOQUEIO
                           " - VOLTA NA PROXIMA AVALIACAO SE O ATRASO "
                           "CONTINUAR"
               ELSE
                   DISPLAY "BLOQUEIO MANUAL DE " LCR-DATA-BLOQUEIO
               END-IF
               DISPLAY "MOTIVO DA RETIRADA: "
               ACCEPT WRK-MOTIVO
               DISPLAY "CONFIRMA A RETIRADA DO BLOQUEIO (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMADO AND WRK-MOTIVO NOT EQUAL SPACES
                   MOVE "N"        TO LCR-BLOQUEIO
                   MOVE SPACE      TO LCR-MOTIVO-BLOQUEIO
                   MOVE ZEROS      TO LCR-DATA-BLOQUEIO
                   PERFORM 0208-GRAVAR-LIMITE
                   MOVE "R"        TO WRK-LOG-EVENTO
                   MOVE ZEROS      TO WRK-LOG-VALOR
                   MOVE WRK-MOTIVO TO WRK-LOG-MOTIVO
                   PERFORM 0290-GRAVAR-LOG
                   DISPLAY "BLOQUEIO RETIRADO"
               ELSE
                   DISPLAY "BLOQUEIO MANTIDO (SEM MOTIVO OU SEM "
                           "CONFIRMACAO)"
               END-IF
           END-IF.

      *=== CONSULTA: O CREDITO NA HORA PELO MODULO FATLIMC (O MESMO DA
      *=== VENDA) E A FOTO DA ULTIMA AVALIACAO
       0240-CONSULTAR        SECTION.
           MOVE "C"        TO LCP-OPERACAO.
           MOVE WRK-CLI-ID TO LCP-ID.
           MOVE ZEROS      TO LCP-VALOR.
           MOVE "FATCRED"  TO LCP-PROGRAMA.
           MOVE "dados\"   TO LCP-PASTA.
           MOVE WRK-OPERADOR TO LCP-OPERADOR.
           CALL "FATLIMC" USING WRK-LCR-PARM.

           IF LCP-LIMITE EQUAL ZEROS
               DISPLAY "LIMITE...... SEM LIMITE DEFINIDO"
           ELSE
               MOVE LCP-LIMITE     TO LCT-LIMITE-ED
               MOVE LCP-DISPONIVEL TO LCT-DISPONIVEL-ED
               DISPLAY "LIMITE...... " LCT-LIMITE-ED
               DISPLAY "DISPONIVEL.. " LCT-DISPONIVEL-ED
           END-IF.
           MOVE LCP-SALDO-ABERTO TO LCT-SALDO-ED.
           DISPLAY "EM ABERTO... " LCT-SALDO-ED.
           IF LCP-CLIENTE-BLOQUEADO
               DISPLAY "SITUACAO.... " LCP-MOTIVO
           ELSE
               DISPLAY "SITUACAO.... CREDITO LIVRE"
           END-IF.

           IF WRK-ULT-AVALIACAO GREATER ZEROS
               MOVE WRK-ULT-VENCIDO TO WRK-VALOR-ED
               DISPLAY "ULTIMA AVALIACAO " WRK-ULT-AVALIACAO
                       ": VENCIDO " WRK-VALOR-ED
                       " / " WRK-ULT-DIAS " DIAS DE ATRASO"
           END-IF.

      *=== RELACAO DOS CLIENTES BLOQUEADOS, NA ORDEM DO REG-ID
       0250-RELACIONAR-BLOQUEADOS SECTION.
           MOVE ZEROS TO WRK-QTD-BLOQUEADOS.
           DISPLAY "==== CLIENTES COM CREDITO BLOQUEADO ====".
           OPEN INPUT LIMCREDITO.
           MOVE ZEROS TO LCR-ID.
           START LIMCREDITO KEY IS NOT LESS THAN LCR-ID
               INVALID KEY CONTINUE
           END-START.
           IF FS-LIMCREDITO EQUAL 00
               READ LIMCREDITO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-LIMCREDITO NOT EQUAL 00
               IF CREDITO-BLOQUEADO
                   ADD 1 TO WRK-QTD-BLOQUEADOS
                   MOVE LCR-ID TO REG-ID
                   READ CLIENTES
                       KEY IS REG-ID
                       INVALID KEY
                           MOVE "(FORA DO CADASTRO)" TO REG-NOME
                   END-READ
                   MOVE LCR-SALDO-VENCIDO TO WRK-VALOR-ED
                   IF BLOQUEIO-MANUAL
                       DISPLAY LCR-ID " " REG-NOME " MANUAL     DESDE "
                               LCR-DATA-BLOQUEIO
                   ELSE
                       DISPLAY LCR-ID " " REG-NOME " AUTOMATICO DESDE "
                               LCR-DATA-BLOQUEIO " VENCIDO "
                               WRK-VALOR-ED
                   END-IF
               END-IF
               READ LIMCREDITO NEXT RECORD
           END-PERFORM.
           CLOSE LIMCREDITO.
           DISPLAY "TOTAL DE BLOQUEADOS: " WRK-QTD-BLOQUEADOS.

      *=== ANEXA A LINHA EM LIMITE_CREDITO.LOG, CRIANDO O ARQUIVO NA
      *=== PRIMEIRA VEZ
       0290-GRAVAR-LOG       SECTION.
           OPEN EXTEND LIMLOG.
           IF FS-LIMLOG EQUAL 35
               OPEN OUTPUT LIMLOG
           END-IF.

           MOVE WRK-DATA-HOJE  TO LCL-DATA.
           ACCEPT LCL-HORA FROM TIME.
           MOVE SPACE          TO LCL-SEP-1 LCL-SEP-2 LCL-SEP-3
                                  LCL-SEP-4 LCL-SEP-5 LCL-SEP-6
                                  LCL-SEP-7 LCL-SEP-8.
           MOVE WRK-LOG-EVENTO TO LCL-EVENTO.
           MOVE LCR-ID         TO LCL-ID.
           MOVE WRK-LOG-VALOR  TO LCL-VALOR.
           MOVE "FATCRED"      TO LCL-PROGRAMA.
           MOVE WRK-OPERADOR   TO LCL-OPERADOR.
           MOVE SPACES         TO LCL-SUPERVISOR.
           IF PERFIL-SUPERVISOR
               MOVE WRK-OPERADOR TO LCL-SUPERVISOR
           END-IF.
           MOVE WRK-LOG-MOTIVO TO LCL-MOTIVO.
           WRITE REG-LIMITE-LOG.

           CLOSE LIMLOG.

       0300-FINALIZAR        SECTION.
           IF NOT EXECUCAO-EM-LOTE
               CLOSE CLIENTES
           END-IF.
           DISPLAY "FIM DE PROGRAMA".

      *=== AVALIACAO: PERCORRE O LIVRO NA ORDEM DO CLIENTE (CHAVE
      *=== ALTERNADA), ACUMULA O SALDO EM ABERTO, O SALDO VENCIDO E O
      *=== MAIOR ATRASO DE CADA CLIENTE DO CADASTRO E DECIDE O BLOQUEIO
      *=== NA QUEBRA; NO FIM, QUEM TEM REGISTRO DE CREDITO MAS NAO
      *=== APARECEU NO LIVRO HOJE TEM A DIVIDA ZERADA
       0400-AVALIAR          SECTION.
           MOVE ZEROS TO WRK-QTD-AVALIADOS WRK-QTD-BLOQUEIOS
                         WRK-QTD-DESBLOQUEIOS WRK-QTD-BLOQUEADOS.
           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO FOI ABERTO - FS "
                       FS-RECEBER " - AVALIACAO NAO FEITA"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O LIMCREDITO
               MOVE LOW-VALUES TO FAT-CHAVE-CLI
               START RECEBER KEY IS NOT LESS THAN FAT-CHAVE-CLI
                   INVALID KEY CONTINUE
               END-START
               IF FS-RECEBER EQUAL 00
                   READ RECEBER NEXT RECORD
               END-IF
               MOVE SPACE TO WRK-ATU-TIPO
               MOVE ZEROS TO WRK-ATU-ID
               PERFORM UNTIL FS-RECEBER NOT EQUAL 00
                   IF FAT-CHAVE-CLI NOT EQUAL WRK-CHAVE-ATUAL
                       PERFORM 0420-AVALIAR-CLIENTE
                       MOVE FAT-CHAVE-CLI TO WRK-CHAVE-ATUAL
                       MOVE ZEROS TO WRK-CLI-ABERTO WRK-CLI-VENCIDO
                                     WRK-CLI-DIAS
                   END-IF
                   PERFORM 0410-ACUMULAR-FATURA
                   READ RECEBER NEXT RECORD
               END-PERFORM
               PERFORM 0420-AVALIAR-CLIENTE
               CLOSE RECEBER
               PERFORM 0450-REVER-SEM-FATURA
               CLOSE LIMCREDITO
               DISPLAY "==== AVALIACAO DE CREDITO " WRK-DATA-HOJE
                       " ===="
               DISPLAY "CLIENTES AVALIADOS...... " WRK-QTD-AVALIADOS
               DISPLAY "BLOQUEADOS HOJE......... " WRK-QTD-BLOQUEIOS
               DISPLAY "DESBLOQUEADOS HOJE...... " WRK-QTD-DESBLOQUEIOS
               DISPLAY "BLOQUEADOS NO TOTAL..... " WRK-QTD-BLOQUEADOS
           END-IF.

      *=== SO A FATURA ABERTA OU PARCIAL COM SALDO CONTA; VENCIDA E A
      *=== DE VENCIMENTO ANTES DE HOJE
       0410-ACUMULAR-FATURA  SECTION.
           IF (FATURA-ABERTA OR FATURA-PARCIAL)
              AND FAT-SALDO GREATER ZEROS
               ADD FAT-SALDO TO WRK-CLI-ABERTO
               MOVE FAT-VENCIMENTO TO WRK-DATA-VENC
               COMPUTE WRK-DIAS-VENC =
                   WRK-VEN-ANO * 365 + WRK-VEN-MES * 30 + WRK-VEN-DIA
               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
               IF WRK-DIAS-ATRASO GREATER ZEROS
                   ADD FAT-SALDO TO WRK-CLI-VENCIDO
                   IF WRK-DIAS-ATRASO GREATER WRK-CLI-DIAS
                       MOVE WRK-DIAS-ATRASO TO WRK-CLI-DIAS
                   END-IF
               END-IF
           END-IF.

      *=== DECIDE O CLIENTE ACUMULADO: SO CLIENTE DO CADASTRO ("C");
      *=== O REGISTRO NOVO SO E CRIADO SE HA SALDO EM ABERTO
       0420-AVALIAR-CLIENTE  SECTION.
           IF WRK-ATU-TIPO EQUAL "C" AND WRK-ATU-ID GREATER ZEROS
               ADD 1 TO WRK-QTD-AVALIADOS
               MOVE WRK-ATU-ID TO WRK-CLI-ID
               PERFORM 0207-LER-LIMITE
               MOVE WRK-CLI-ABERTO  TO LCR-SALDO-ABERTO
               MOVE WRK-CLI-VENCIDO TO LCR-SALDO-VENCIDO
               MOVE WRK-CLI-DIAS    TO LCR-DIAS-ATRASO
               MOVE WRK-DATA-HOJE   TO LCR-DATA-AVALIACAO
               PERFORM 0430-DECIDIR-BLOQUEIO
               IF NOT REGISTRO-NOVO OR WRK-CLI-ABERTO GREATER ZEROS
                   PERFORM 0208-GRAVAR-LIMITE
               END-IF
           END-IF.

      *=== BLOQUEIA QUEM PASSOU DE UM DOS LIMIARES; DESBLOQUEIA O
      *=== AUTOMATICO QUANDO NAO HA MAIS NADA VENCIDO
       0430-DECIDIR-BLOQUEIO SECTION.
           MOVE "N" TO WRK-EXCEDEU.
           IF WRK-VENCIDO-MAX GREATER ZEROS
              AND LCR-SALDO-VENCIDO GREATER WRK-VENCIDO-MAX
               MOVE "S" TO WRK-EXCEDEU
           END-IF.
           IF WRK-DIAS-MAX GREATER ZEROS
              AND LCR-DIAS-ATRASO GREATER WRK-DIAS-MAX
               MOVE "S" TO WRK-EXCEDEU
           END-IF.

           EVALUATE TRUE
               WHEN NOT CREDITO-BLOQUEADO AND LIMIAR-EXCEDIDO
                   MOVE "S"           TO LCR-BLOQUEIO
                   MOVE "A"           TO LCR-MOTIVO-BLOQUEIO
                   MOVE WRK-DATA-HOJE TO LCR-DATA-BLOQUEIO
                   ADD 1 TO WRK-QTD-BLOQUEIOS
                   MOVE "B"               TO WRK-LOG-EVENTO
                   MOVE LCR-SALDO-VENCIDO TO WRK-LOG-VALOR
                   MOVE SPACES            TO WRK-LOG-MOTIVO
                   STRING "ATRASO DE " LCR-DIAS-ATRASO " DIAS"
                          DELIMITED BY SIZE INTO WRK-LOG-MOTIVO
                   PERFORM 0290-GRAVAR-LOG
                   DISPLAY "BLOQUEADO.... " LCR-ID " - "
                           WRK-LOG-MOTIVO
               WHEN CREDITO-BLOQUEADO AND BLOQUEIO-AUTOMATICO
                AND LCR-SALDO-VENCIDO EQUAL ZEROS
                   MOVE "N"   TO LCR-BLOQUEIO
                   MOVE SPACE TO LCR-MOTIVO-BLOQUEIO
                   MOVE ZEROS TO LCR-DATA-BLOQUEIO
                   ADD 1 TO WRK-QTD-DESBLOQUEIOS
                   MOVE "D"    TO WRK-LOG-EVENTO
                   MOVE ZEROS  TO WRK-LOG-VALOR
                   MOVE "DIVIDA VENCIDA PAGA" TO WRK-LOG-MOTIVO
                   PERFORM 0290-GRAVAR-LOG
                   DISPLAY "DESBLOQUEADO. " LCR-ID
           END-EVALUATE.

           IF CREDITO-BLOQUEADO
               ADD 1 TO WRK-QTD-BLOQUEADOS
           END-IF.

      *=== CLIENTE COM REGISTRO DE CREDITO QUE NAO APARECEU NO LIVRO
      *=== HOJE NAO DEVE NADA: FOTO ZERADA E DESBLOQUEIO DO AUTOMATICO
       0450-REVER-SEM-FATURA SECTION.
           MOVE ZEROS TO LCR-ID.
           START LIMCREDITO KEY IS NOT LESS THAN LCR-ID
               INVALID KEY CONTINUE
           END-START.
           IF FS-LIMCREDITO EQUAL 00
               READ LIMCREDITO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-LIMCREDITO NOT EQUAL 00
               IF LCR-DATA-AVALIACAO NOT EQUAL WRK-DATA-HOJE
                   MOVE ZEROS         TO LCR-SALDO-ABERTO
                                         LCR-SALDO-VENCIDO
                                         LCR-DIAS-ATRASO
                   MOVE WRK-DATA-HOJE TO LCR-DATA-AVALIACAO
                   PERFORM 0430-DECIDIR-BLOQUEIO
                   REWRITE REG-LIMITE-CREDITO
               END-IF
               READ LIMCREDITO NEXT RECORD
           END-PERFORM.
