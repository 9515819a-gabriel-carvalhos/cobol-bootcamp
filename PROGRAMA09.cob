      *==               (MATRICULADOS ATIVOS >= CAPACIDADE) RECUSA A
      *==               MATRICULA. O RELATORIO DE OCUPACAO POR TURMA E
      *==               O PROG024
      *==  08/08/2025 GC: NOVO MODO 4 - LANCAR MATERIAS: O ALUNO CURSA
      *==               VARIAS MATERIAS NO PERIODO, CADA UMA COM 3
      *==               NOTAS E OS PESOS DA MATERIA EM PESOS.CTL (REGRA
      *==               DO PROG013: MEDIA PONDERADA, APROVADO ACIMA DE
      *==               6; MATERIA SEM PESOS USA 20/30/50). CADA
      *==               MATERIA VIRA 1 REGISTRO EM ALUNO_MATERIAS.DAT
      *==               (CHAVE ID+TURMA+MATERIA, COPYBOOK MATREG);
      *==               RELANCAR A MESMA MATERIA CORRIGE AS NOTAS. O
      *==               RESULTADO DO PERIODO SAI DAS MATERIAS (MEDIA =
      *==               MEDIA DAS MEDIAS, REPROVADO COM MAIS DE
      *==               WRK-LIMITE-REPROV MATERIAS REPROVADAS, E A
      *==               FREQUENCIA CONTINUA MANDANDO) E VAI PARA A FOTO
      *==               DO ALUREG (SE FOR A TURMA CORRENTE) E PARA O
      *==               HISTORICO DA TURMA
      *==  11/08/2025 GC: LISTA DE ESPERA DAS TURMAS LOTADAS
      *==               (ESPERA_TURMAS.DAT, COPYBOOK ESPREG): A
      *==               MATRICULA RECUSADA POR FALTA DE VAGA PODE
      *==               ENTRAR NA FILA, COM A DATA DO PEDIDO E QUEM JA E
      *==               ALUNO NA FRENTE. QUANDO O MODO 3 TRANCA OU
      *==               TRANSFERE UM ALUNO ATIVO, A VAGA E OFERECIDA AO
      *==               PRIMEIRO DA FILA DA TURMA DELE; CONFIRMADA PELA
      *==               SECRETARIA, O ALUNO E MATRICULADO (AINDA SEM
      *==               NOTAS - O MODO 1 LANCA DEPOIS SOBRE ESSA
      *==               MATRICULA) E A PONTE DO PROG025 E CHAMADA PARA
      *==               O CONTRATO DE MENSALIDADE. O PROPRIO ALUNO NAO
      *==               CONTA NA LOTACAO DA TURMA EM QUE JA ESTA
      *==  13/08/2025 GC: LAYOUT DE TURMAS.CTL PASSA A VIR DO COPYBOOK
      *==               TURREG, QUE GANHOU AS TURMAS DE DESTINO DA
      *==               PROMOCAO DE FIM DE PERIODO (PROG026)
      *==  18/08/2025 GC: MENSALIDADE EM ATRASO: NA MATRICULA (MODO 1 E
      *==               VAGA DA LISTA DE ESPERA) AS FATURAS DO ALUNO NO
      *==               CONTAS A RECEBER SAO CONFERIDAS PELO FATLIMC
      *==               (OPERACAO "M", COPYBOOK LCRWS). SALDO VENCIDO SO
      *==               AVISA; REMATRICULA EM TURMA NOVA COM ATRASO ALEM
      *==               DO PRAZO DA ESCOLA E RECUSADA, SALVO LIBERACAO
      *==               DO SUPERVISOR ANOTADA EM LIMITE_CREDITO.LOG. NA
      *==               FILA, O RECUSADO CONTINUA ESPERANDO E A VAGA E
      *==               OFERECIDA AO SEGUINTE
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU): STOP RUN TROCADO POR GOBACK
      *==  08/09/2025 GC: O MODULO ESTATIS GANHOU UM 2O PARAMETRO
      *==               (COPYBOOK ESTWS, VALORES EM DINHEIRO), PASSADO
      *==               AQUI ZERADO; A CONTA DAS NOTAS NAO MUDA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS NTH-CHAVE
               FILE STATUS IS FS-NOTASHIST.

      *=== MATRICULA POR MATERIA: NOTAS, PESOS E RESULTADO DE CADA
      *=== MATERIA DO ALUNO NA TURMA (VER PROG018/PROG022)
           SELECT MATERIAS ASSIGN
           TO "dados\ALUNO_MATERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS FS-MATERIAS.

      *=== TABELA DE PESOS POR MATERIA DO PROG013: CODIGO (4) + 3
      *=== PESOS DE 3 DIGITOS CADA (SOMANDO 100)
           SELECT PESOSCTL ASSIGN
           TO "dados\PESOS.CTL"
               FILE STATUS IS FS-PESOSCTL
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== LISTA DE ESPERA DAS TURMAS LOTADAS (VER PROG024)
           SELECT ESPERA ASSIGN
           TO "dados\ESPERA_TURMAS.DAT"
               FILE STATUS IS FS-ESPERA
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  ALUNOS.
       FD  NOTASHIST.
           COPY "NOTHIST.cpy".

       FD  MATERIAS.
           COPY "MATREG.cpy".

       FD  PESOSCTL.
       01  REG-PESOS.
           05  REG-PESO-MATERIA PIC X(004).
           05  REG-PESO1        PIC 9(003).
           05  REG-PESO2        PIC 9(003).
           05  REG-PESO3        PIC 9(003).

       FD  ESPERA.
           COPY "ESPREG.cpy".

       FD  PRESENCA.
       01  REG-PRESENCA.
           05  PRE-TIPO             PIC X(001).
           05  PRE-ID               PIC 9(004).

       FD  TURMASCTL.
           COPY "TURREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-ALUNOS       PIC 9(002) VALUE ZEROS.
       77  FS-NOTASHIST    PIC 9(002) VALUE ZEROS.
       77  FS-PRESENCA     PIC 9(002) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(002) VALUE ZEROS.
       77  FS-PESOSCTL     PIC 9(002) VALUE ZEROS.
       77  FS-ESPERA       PIC 9(002) VALUE ZEROS.

      *=== BOLETIM POR MATERIA (COPYBOOKS MATWS/MATPR)
       COPY "MATWS.cpy".

      *=== VALIDACAO DA TURMA DIGITADA CONTRA TURMAS.CTL E A LOTACAO
       77  WRK-TURMA-ACHADA PIC X(001) VALUE "N".

      *=== MODO: 1-LANCAR NOTAS (INCLUI 1 ALUNO) / 2-LANCAR A NOTA DO
      *=== EXAME DE RECUPERACAO DE UM ALUNO JA GRAVADO / 3-ALTERAR O
      *=== STATUS DE MATRICULA DE UM ALUNO JA GRAVADO / 4-LANCAR AS
      *=== MATERIAS DE UM ALUNO JA GRAVADO NUMA TURMA
       77  WRK-MODO        PIC X(001) VALUE "1".
           88  MODO-NOTAS             VALUE "1".
           88  MODO-RECUPERACAO       VALUE "2".
           88  MODO-STATUS            VALUE "3".
           88  MODO-MATERIAS          VALUE "4".
       77  WRK-NOVO-STATUS PIC X(001) VALUE SPACES.

      *=== LANCAMENTO DA RECUPERACAO: COM O ARQUIVO INDEXADO, O
      *=== REESCRITO NO LUGAR
       77  WRK-NOTA-RECUP  PIC 99V99  VALUE ZEROS.

      *=== LANCAMENTO POR MATERIA (REGRA DO PROG013): 3 NOTAS E OS
      *=== PESOS DA MATERIA EM PESOS.CTL; OS VALUES SAO O PADRAO DE
      *=== QUANDO A MATERIA NAO ESTA NA TABELA
       77  WRK-MATERIA     PIC X(004) VALUE SPACES.
       77  WRK-NOTA3       PIC 99V99  VALUE ZEROS.
       77  WRK-PESO1       PIC 9(003) VALUE 20.
       77  WRK-PESO2       PIC 9(003) VALUE 30.
       77  WRK-PESO3       PIC 9(003) VALUE 50.
       77  WRK-MEDIA-MAT   PIC 9(003)V99 VALUE ZEROS.
       01  WRK-TAB-PESOS.
           05  WRK-PESO-ITEM OCCURS 20 TIMES.
               10  WRK-TAB-MATERIA PIC X(004).
               10  WRK-TAB-PESO1   PIC 9(003).
               10  WRK-TAB-PESO2   PIC 9(003).
               10  WRK-TAB-PESO3   PIC 9(003).
       77  WRK-QTD-MATERIAS PIC 9(002) VALUE ZEROS.
       77  WRK-IND-MATERIA  PIC 9(002) VALUE ZEROS.
       77  WRK-MATERIA-OK   PIC X(001) VALUE "N".
           88  MATERIA-NA-TABELA      VALUE "S".
       77  WRK-DATA-HOJE    PIC 9(008) VALUE ZEROS.

      *=== RESULTADO DO PERIODO PELAS MATERIAS: REPROVADO QUEM FICAR
      *=== REPROVADO EM MAIS MATERIAS DO QUE O LIMITE DA ESCOLA
       77  WRK-LIMITE-REPROV PIC 9(002) VALUE 2.
       77  WRK-QTD-CURSADAS PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-REPROV   PIC 9(003) VALUE ZEROS.
       77  WRK-ALUNO-ACHADO PIC X(001) VALUE "N".
           88  ALUNO-ACHADO           VALUE "S".
       77  WRK-TURMA-ATUAL  PIC X(006) VALUE SPACES.

      *=== LISTA DE ESPERA CARREGADA EM MEMORIA (TECNICA DO CIDMANU:
      *=== CARREGA, MEXE NA TABELA E REGRAVA O ARQUIVO INTEIRO)
       01  WRK-TAB-ESPERA.
           05  WRK-ESP-ITEM     OCCURS 200 TIMES.
               10  WRK-ESP-TURMA        PIC X(006).
               10  WRK-ESP-ID           PIC 9(004).
               10  WRK-ESP-NOME         PIC X(020).
               10  WRK-ESP-DATA         PIC 9(008).
               10  WRK-ESP-PRIORIDADE   PIC X(001).
               10  WRK-ESP-SITUACAO     PIC X(001).
               10  WRK-ESP-DATA-SIT     PIC 9(008).
       77  WRK-QTD-ESPERA   PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ESP      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ESP-ACH  PIC 9(003) VALUE ZEROS.
       77  WRK-POS-FILA     PIC 9(003) VALUE ZEROS.
       77  WRK-RESPOSTA     PIC X(001) VALUE SPACES.
       77  WRK-STATUS-ANTERIOR PIC X(001) VALUE SPACES.
           88  ANTERIOR-ATIVO         VALUE "A" " ".
       77  WRK-OFERTA-FIM   PIC X(001) VALUE "N".
           88  OFERTA-ENCERRADA       VALUE "S".
      *=== QUEM DA FILA NAO PODE SER MATRICULADO NESTA OFERTA (ATRASO
      *=== NA MENSALIDADE) E PULADO, SEM SAIR DA FILA
       01  WRK-TAB-PULAR.
           05  WRK-ESP-PULAR    PIC X(001) OCCURS 200 TIMES.

      *=== CONFERENCIA DA MENSALIDADE DO ALUNO (MODULO FATLIMC)
       COPY "LCRWS.cpy".
       77  WRK-ID-MENS      PIC 9(004) VALUE ZEROS.
       77  WRK-REMATRICULA  PIC X(001) VALUE "N".
           88  REMATRICULA-NOVA-TURMA VALUE "S".
       77  WRK-MENS-OK      PIC X(001) VALUE "S".
           88  MENSALIDADE-LIBERADA   VALUE "S".

      *=== PARAMETRO DO MODULO ESTATIS (MAIOR/MENOR/SOMA/MEDIA)
       01  WRK-EST-PARM.
           05  WRK-EST-QTD     PIC 9(003).
           05  WRK-EST-MEDIA   PIC 9(003)V99.
           05  WRK-EST-VALOR   PIC 9(003)V99 OCCURS 500 TIMES.

      *=== 2O PARAMETRO DO ESTATIS (COPYBOOK ESTWS), SEMPRE ZERADO AQUI
       COPY "ESTWS.cpy".

       PROCEDURE             DIVISION.
       0050-ESCOLHER-MODO    SECTION.
           DISPLAY "MODO (1-LANCAR NOTAS / 2-LANCAR RECUPERACAO / "
                   "3-ALTERAR STATUS / 4-LANCAR MATERIAS): ".
           ACCEPT WRK-MODO.

           IF MODO-RECUPERACAO
               PERFORM 0300-FINALIZAR
           END-IF.

           IF MODO-MATERIAS
               PERFORM 0600-LANCAR-MATERIAS
               PERFORM 0300-FINALIZAR
           END-IF.

       0100-RECEBE           SECTION.
           DISPLAY "ID DO ALUNO: ".
           ACCEPT WRK-ID.
               PERFORM 0300-FINALIZAR
           END-IF.

           MOVE WRK-ID TO WRK-ID-MENS.
           PERFORM 0140-CONFERIR-MENSALIDADE.
           IF NOT MENSALIDADE-LIBERADA
               PERFORM 0300-FINALIZAR
           END-IF.

           PERFORM 0130-VERIFICAR-LOTACAO.
           IF WRK-MATRICULADOS GREATER THAN OR EQUAL WRK-CAPACIDADE
               DISPLAY "TURMA " WRK-TURMA " LOTADA ("
                       WRK-MATRICULADOS " DE " WRK-CAPACIDADE
                       ") - MATRICULA RECUSADA"
               PERFORM 0710-INCLUIR-ESPERA
               PERFORM 0300-FINALIZAR
           END-IF.
           DISPLAY "NOTA 1: ".
           MOVE 2         TO WRK-EST-QTD.
           MOVE WRK-NOTA1 TO WRK-EST-VALOR(1).
           MOVE WRK-NOTA2 TO WRK-EST-VALOR(2).
           CALL "ESTATIS" USING WRK-EST-PARM WRK-EST-AMPLA.
           MOVE WRK-EST-MEDIA TO WRK-MEDIA.

       0200-MOSTRA           SECTION.
                   WRITE REG-ALUNO
                   PERFORM 0255-GRAVAR-HISTORICO
               NOT INVALID KEY
                   IF REG-ALUNO-TURMA EQUAL WRK-TURMA
                      AND REG-ALUNO-RESULTADO EQUAL SPACES
      *=== MATRICULA SEM NOTAS (VEIO DA LISTA DE ESPERA): RECEBE AS
      *=== NOTAS AGORA
                       PERFORM 0252-MONTAR-REGISTRO
                       REWRITE REG-ALUNO
                       PERFORM 0255-GRAVAR-HISTORICO
                       DISPLAY "NOTAS LANCADAS NA MATRICULA DA TURMA "
                               WRK-TURMA
                   ELSE
                   IF REG-ALUNO-TURMA EQUAL WRK-TURMA
                       DISPLAY "ID " WRK-ID " JA LANCADO NA TURMA "
                               WRK-TURMA " - NADA GRAVADO"
                       DISPLAY "REMATRICULA: FOTO CORRENTE AGORA E "
                               "DA TURMA " WRK-TURMA
                   END-IF
                   END-IF
           END-READ.

           CLOSE ALUNOS.

       0300-FINALIZAR        SECTION.
           GOBACK.

      *=== PROCURA A TURMA DIGITADA NA TABELA, GUARDANDO A CAPACIDADE
       0120-VALIDAR-TURMA    SECTION.
               READ ALUNOS NEXT RECORD
               PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
                   IF REG-ALUNO-TURMA EQUAL WRK-TURMA
                      AND REG-ALUNO-ID NOT EQUAL WRK-ID
                      AND NOT ALUNO-TRANCADO
                      AND NOT ALUNO-TRANSFERIDO
                       ADD 1 TO WRK-MATRICULADOS
               CLOSE ALUNOS
           END-IF.

      *=== MENSALIDADE DO ALUNO WRK-ID-MENS NO CONTAS A RECEBER: SALDO
      *=== VENCIDO SO AVISA; ATRASO ALEM DO PRAZO RECUSA A REMATRICULA
      *=== EM TURMA NOVA (ID JA CADASTRADO EM OUTRA TURMA), A MENOS QUE
      *=== O SUPERVISOR LIBERE
       0140-CONFERIR-MENSALIDADE SECTION.
           MOVE "S" TO WRK-MENS-OK.
           MOVE "N" TO WRK-REMATRICULA.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS EQUAL 00
               MOVE WRK-ID-MENS TO REG-ALUNO-ID
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ALUNO-TURMA NOT EQUAL WRK-TURMA
                           MOVE "S" TO WRK-REMATRICULA
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF.

           MOVE "M"         TO LCP-OPERACAO.
           MOVE WRK-ID-MENS TO LCP-ID.
           MOVE ZEROS       TO LCP-VALOR.
           MOVE "PGMA09"    TO LCP-PROGRAMA.
           MOVE SPACES      TO LCP-OPERADOR LCP-SUPERVISOR.
           MOVE "dados\"    TO LCP-PASTA.
           CALL "FATLIMC" USING WRK-LCR-PARM.

           IF LCP-SALDO-VENCIDO GREATER ZEROS
               MOVE LCP-SALDO-VENCIDO TO LCT-SALDO-ED
               DISPLAY "AVISO: ALUNO " WRK-ID-MENS " COM MENSALIDADE "
                       "VENCIDA - " LCT-SALDO-ED " DESDE "
                       LCP-VENCTO-ANTIGO " (" LCP-ATRASO-DIAS " DIAS)"
           END-IF.

           IF CREDITO-RECUSADO
              AND REMATRICULA-NOVA-TURMA
               MOVE "N" TO WRK-MENS-OK
               DISPLAY "REMATRICULA RECUSADA - " LCP-MOTIVO " ("
                       LCP-PRAZO-DIAS " DIAS)"
               DISPLAY "LIBERACAO DO SUPERVISOR (IDENTIFICACAO, "
                       "BRANCO = NAO LIBERA): "
               ACCEPT LCP-SUPERVISOR
               IF LCP-SUPERVISOR NOT EQUAL SPACES
                   DISPLAY "OPERADOR QUE PEDE A LIBERACAO: "
                   ACCEPT LCP-OPERADOR
                   MOVE "S" TO LCP-OPERACAO
                   CALL "FATLIMC" USING WRK-LCR-PARM
                   IF CREDITO-APROVADO
                       MOVE "S" TO WRK-MENS-OK
                       DISPLAY "REMATRICULA LIBERADA PELO SUPERVISOR "
                               LCP-SUPERVISOR
                               " (ANOTADA EM LIMITE_CREDITO.LOG)"
                   ELSE
                       DISPLAY LCP-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *=== CONTA EM PRESENCA.DAT AS AULAS DA TURMA (LINHAS "S") E AS
      *=== AUSENCIAS DO ALUNO NELA (LINHAS "A"); SEM DIARIO, A
      *=== FREQUENCIA NAO REPROVA NINGUEM
                           DISPLAY "ALUNO " WRK-ID " NAO EXISTE EM "
                                   "ALUNOS.DAT"
                       NOT INVALID KEY
                           MOVE REG-ALUNO-STATUS TO WRK-STATUS-ANTERIOR
                           MOVE REG-ALUNO-TURMA  TO WRK-TURMA
                           MOVE WRK-NOVO-STATUS TO REG-ALUNO-STATUS
                           REWRITE REG-ALUNO
                           DISPLAY "STATUS DO ALUNO " WRK-ID
                                   " ALTERADO PARA " WRK-NOVO-STATUS
                   END-READ
                   CLOSE ALUNOS
      *=== ALUNO ATIVO QUE SAI DA TURMA ABRE VAGA PARA A LISTA DE ESPERA
                   IF FS-ALUNOS EQUAL 00
                      AND ANTERIOR-ATIVO
                      AND WRK-NOVO-STATUS NOT EQUAL "A"
                       PERFORM 0720-OFERECER-VAGA
                   END-IF
               END-IF
           END-IF.

           END-READ.

           CLOSE NOTASHIST.

      *=== LANCA AS MATERIAS DE UM ALUNO JA GRAVADO NUMA TURMA (EM
      *=== BRANCO, A TURMA CORRENTE DELE): 1 MATERIA POR VEZ ATE O
      *=== CODIGO EM BRANCO, DEPOIS APURA O RESULTADO DO PERIODO
       0600-LANCAR-MATERIAS  SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "ID DO ALUNO: ".
           ACCEPT WRK-ID.

           MOVE "N" TO WRK-ALUNO-ACHADO.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS EQUAL 00
               MOVE WRK-ID TO REG-ALUNO-ID
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"             TO WRK-ALUNO-ACHADO
                       MOVE REG-ALUNO-NOME  TO WRK-NOME
                       MOVE REG-ALUNO-TURMA TO WRK-TURMA-ATUAL
               END-READ
               CLOSE ALUNOS
           END-IF.
           IF NOT ALUNO-ACHADO
               DISPLAY "ALUNO " WRK-ID " NAO EXISTE EM ALUNOS.DAT - "
                       "MATERIAS NAO LANCADAS"
               PERFORM 0300-FINALIZAR
           END-IF.

           DISPLAY "TURMA/PERIODO (BRANCO = " WRK-TURMA-ATUAL "): ".
           ACCEPT WRK-TURMA.
           IF WRK-TURMA EQUAL SPACES
               MOVE WRK-TURMA-ATUAL TO WRK-TURMA
           END-IF.
           PERFORM 0120-VALIDAR-TURMA.
           IF NOT TURMA-CONHECIDA
               DISPLAY "TURMA " WRK-TURMA " NAO EXISTE EM TURMAS.CTL"
                       " - MATERIAS NAO LANCADAS"
               PERFORM 0300-FINALIZAR
           END-IF.

           PERFORM 0610-CARREGAR-PESOS.

           OPEN I-O MATERIAS.
           IF FS-MATERIAS EQUAL 35
               OPEN OUTPUT MATERIAS
               CLOSE MATERIAS
               OPEN I-O MATERIAS
           END-IF.
           IF FS-MATERIAS NOT EQUAL 00
               DISPLAY "ALUNO_MATERIAS.DAT NAO PODE SER ABERTO - FS "
                       FS-MATERIAS
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE "S" TO WRK-MAT-ABERTO.

           DISPLAY "CODIGO DA MATERIA (BRANCO ENCERRA): ".
           ACCEPT WRK-MATERIA.
           PERFORM UNTIL WRK-MATERIA EQUAL SPACES
               PERFORM 0620-LANCAR-UMA-MATERIA
               DISPLAY "CODIGO DA MATERIA (BRANCO ENCERRA): "
               ACCEPT WRK-MATERIA
           END-PERFORM.

           PERFORM 0640-APURAR-PERIODO.
           MOVE WRK-ID    TO WRK-MTB-ID.
           MOVE WRK-TURMA TO WRK-MTB-TURMA.
           PERFORM 9900-IMPRIMIR-MATERIAS.
           CLOSE MATERIAS.

      *=== CARREGA PESOS.CTL COMO O PROG013; SEM O ARQUIVO, TODA
      *=== MATERIA FICA COM OS PESOS PADRAO
       0610-CARREGAR-PESOS   SECTION.
           MOVE ZEROS TO WRK-QTD-MATERIAS.
           OPEN INPUT PESOSCTL.
           IF FS-PESOSCTL EQUAL 00
               READ PESOSCTL
               PERFORM UNTIL FS-PESOSCTL NOT EQUAL 00
                          OR WRK-QTD-MATERIAS EQUAL 20
                   ADD 1 TO WRK-QTD-MATERIAS
                   MOVE REG-PESO-MATERIA
                     TO WRK-TAB-MATERIA(WRK-QTD-MATERIAS)
                   MOVE REG-PESO1 TO WRK-TAB-PESO1(WRK-QTD-MATERIAS)
                   MOVE REG-PESO2 TO WRK-TAB-PESO2(WRK-QTD-MATERIAS)
                   MOVE REG-PESO3 TO WRK-TAB-PESO3(WRK-QTD-MATERIAS)
                   READ PESOSCTL
               END-PERFORM
               CLOSE PESOSCTL
           ELSE
               DISPLAY "PESOS.CTL AUSENTE - USANDO PESOS PADRAO"
           END-IF.

      *=== 1 MATERIA: PESOS DA TABELA (OU 20/30/50), 3 NOTAS, MEDIA
      *=== PONDERADA E RESULTADO DO PROG013; A MATERIA JA LANCADA NA
      *=== TURMA TEM AS NOTAS CORRIGIDAS
       0620-LANCAR-UMA-MATERIA SECTION.
           MOVE 20  TO WRK-PESO1.
           MOVE 30  TO WRK-PESO2.
           MOVE 50  TO WRK-PESO3.
           MOVE "N" TO WRK-MATERIA-OK.
           PERFORM VARYING WRK-IND-MATERIA FROM 1 BY 1
                     UNTIL WRK-IND-MATERIA GREATER WRK-QTD-MATERIAS
               IF WRK-TAB-MATERIA(WRK-IND-MATERIA) EQUAL WRK-MATERIA
                   MOVE "S" TO WRK-MATERIA-OK
                   MOVE WRK-TAB-PESO1(WRK-IND-MATERIA) TO WRK-PESO1
                   MOVE WRK-TAB-PESO2(WRK-IND-MATERIA) TO WRK-PESO2
                   MOVE WRK-TAB-PESO3(WRK-IND-MATERIA) TO WRK-PESO3
               END-IF
           END-PERFORM.
           IF NOT MATERIA-NA-TABELA
               DISPLAY "MATERIA " WRK-MATERIA " SEM PESOS PROPRIOS - "
                       "USANDO OS PADRAO 20/30/50"
           END-IF.

           DISPLAY "NOTA 1 (PESO " WRK-PESO1 "): ".
           ACCEPT WRK-NOTA1.
           DISPLAY "NOTA 2 (PESO " WRK-PESO2 "): ".
           ACCEPT WRK-NOTA2.
           DISPLAY "NOTA 3 (PESO " WRK-PESO3 "): ".
           ACCEPT WRK-NOTA3.
           COMPUTE WRK-MEDIA-MAT =
               (WRK-NOTA1 * WRK-PESO1 + WRK-NOTA2 * WRK-PESO2 +
                WRK-NOTA3 * WRK-PESO3) / 100.

           IF WRK-MEDIA-MAT GREATER 10
               DISPLAY "ERRO: NOTA DEVE SER ENTRE 0 E 10 - MATERIA "
                       WRK-MATERIA " NAO LANCADA"
           ELSE
               MOVE WRK-ID        TO MAT-ID
               MOVE WRK-TURMA     TO MAT-TURMA
               MOVE WRK-MATERIA   TO MAT-MATERIA
               READ MATERIAS
                   INVALID KEY
                       PERFORM 0625-MONTAR-MATERIA
                       WRITE REG-MATERIA
                       DISPLAY "MATERIA " WRK-MATERIA " LANCADA - "
                               "MEDIA " MAT-MEDIA " " MAT-RESULTADO
                   NOT INVALID KEY
                       PERFORM 0625-MONTAR-MATERIA
                       REWRITE REG-MATERIA
                       DISPLAY "MATERIA " WRK-MATERIA " CORRIGIDA - "
                               "MEDIA " MAT-MEDIA " " MAT-RESULTADO
               END-READ
           END-IF.

      *=== REGISTRO DA MATERIA COM A REGRA DO PROG013: APROVADO COM
      *=== MEDIA ACIMA DE 6, SENAO REPROVADO
       0625-MONTAR-MATERIA   SECTION.
           MOVE WRK-NOTA1     TO MAT-NOTA1.
           MOVE WRK-NOTA2     TO MAT-NOTA2.
           MOVE WRK-NOTA3     TO MAT-NOTA3.
           MOVE WRK-PESO1     TO MAT-PESO1.
           MOVE WRK-PESO2     TO MAT-PESO2.
           MOVE WRK-PESO3     TO MAT-PESO3.
           MOVE WRK-MEDIA-MAT TO MAT-MEDIA.
           MOVE WRK-DATA-HOJE TO MAT-DATA-LANC.
           IF WRK-MEDIA-MAT GREATER 6
               MOVE "APROVADO"  TO MAT-RESULTADO
           ELSE
               MOVE "REPROVADO" TO MAT-RESULTADO
           END-IF.

      *=== RESULTADO DO PERIODO PELAS MATERIAS LANCADAS NA TURMA: MEDIA
      *=== DAS MEDIAS PELO ESTATIS, REPROVADO ACIMA DO LIMITE DE
      *=== MATERIAS REPROVADAS E, COMO NO MODO 1, A FREQUENCIA POR CIMA
       0640-APURAR-PERIODO   SECTION.
           MOVE ZEROS TO WRK-QTD-CURSADAS WRK-QTD-REPROV WRK-EST-QTD.
           MOVE WRK-ID     TO MAT-ID.
           MOVE WRK-TURMA  TO MAT-TURMA.
           MOVE LOW-VALUES TO MAT-MATERIA.
           START MATERIAS KEY IS NOT LESS THAN MAT-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-MATERIAS EQUAL 00
               READ MATERIAS NEXT RECORD
               PERFORM UNTIL FS-MATERIAS NOT EQUAL 00
                          OR MAT-ID NOT EQUAL WRK-ID
                          OR MAT-TURMA NOT EQUAL WRK-TURMA
                   ADD 1 TO WRK-QTD-CURSADAS
                   IF MATERIA-REPROVADA
                       ADD 1 TO WRK-QTD-REPROV
                   END-IF
                   IF WRK-EST-QTD LESS 500
                       ADD 1 TO WRK-EST-QTD
                       MOVE MAT-MEDIA TO WRK-EST-VALOR(WRK-EST-QTD)
                   END-IF
                   READ MATERIAS NEXT RECORD
               END-PERFORM
           END-IF.

           IF WRK-QTD-CURSADAS EQUAL ZEROS
               DISPLAY "NENHUMA MATERIA LANCADA NA TURMA " WRK-TURMA
           ELSE
               CALL "ESTATIS" USING WRK-EST-PARM WRK-EST-AMPLA
               MOVE WRK-EST-MEDIA TO WRK-MEDIA
               IF WRK-QTD-REPROV GREATER WRK-LIMITE-REPROV
                   MOVE "REPROVADO" TO WRK-RESULTADO
               ELSE
                   MOVE "APROVADO"  TO WRK-RESULTADO
               END-IF
               PERFORM 0220-VERIFICAR-FREQUENCIA
               IF WRK-AULAS-TURMA GREATER ZEROS
                  AND WRK-PCT-FALTA GREATER WRK-LIMITE-FALTA
                   MOVE "REP. FALTA" TO WRK-RESULTADO
               END-IF
               DISPLAY "MATERIAS CURSADAS.... " WRK-QTD-CURSADAS
               DISPLAY "MATERIAS REPROVADAS.. " WRK-QTD-REPROV
               DISPLAY "MEDIA DO PERIODO..... " WRK-MEDIA
               DISPLAY "RESULTADO DO PERIODO. " WRK-RESULTADO
               PERFORM 0650-GRAVAR-PERIODO
           END-IF.

      *=== LEVA O RESULTADO DO PERIODO PARA A FOTO DO ALUREG (SO SE A
      *=== TURMA FOR A CORRENTE DO ALUNO) E PARA O HISTORICO DA TURMA
       0650-GRAVAR-PERIODO   SECTION.
           OPEN I-O ALUNOS.
           IF FS-ALUNOS EQUAL 00
               MOVE WRK-ID TO REG-ALUNO-ID
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ALUNO-TURMA EQUAL WRK-TURMA
                           MOVE WRK-MEDIA     TO REG-ALUNO-MEDIA
                           MOVE WRK-RESULTADO TO REG-ALUNO-RESULTADO
                           REWRITE REG-ALUNO
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF.

           OPEN I-O NOTASHIST.
           IF FS-NOTASHIST EQUAL 35
               OPEN OUTPUT NOTASHIST
           END-IF.
           MOVE WRK-ID    TO NTH-ID.
           MOVE WRK-TURMA TO NTH-TURMA.
           READ NOTASHIST
               INVALID KEY
                   MOVE WRK-NOME      TO NTH-NOME
                   MOVE ZEROS         TO NTH-NOTA1 NTH-NOTA2
                                         NTH-NOTA-RECUP
                   MOVE WRK-MEDIA     TO NTH-MEDIA
                   MOVE WRK-RESULTADO TO NTH-RESULTADO
                   WRITE REG-NOTHIST
               NOT INVALID KEY
                   MOVE WRK-MEDIA     TO NTH-MEDIA
                   MOVE WRK-RESULTADO TO NTH-RESULTADO
                   REWRITE REG-NOTHIST
           END-READ.
           CLOSE NOTASHIST.

      *=== CARREGA A LISTA DE ESPERA; SEM O ARQUIVO, A FILA ESTA VAZIA
       0700-CARREGAR-ESPERA  SECTION.
           MOVE ZEROS TO WRK-QTD-ESPERA.
           OPEN INPUT ESPERA.
           IF FS-ESPERA EQUAL 00
               READ ESPERA
               PERFORM UNTIL FS-ESPERA NOT EQUAL 00
                          OR WRK-QTD-ESPERA EQUAL 200
                   ADD 1 TO WRK-QTD-ESPERA
                   MOVE REG-ESPERA TO WRK-ESP-ITEM(WRK-QTD-ESPERA)
                   READ ESPERA
               END-PERFORM
               CLOSE ESPERA
           END-IF.

      *=== MATRICULA RECUSADA POR LOTACAO: SE A SECRETARIA QUISER, O
      *=== ALUNO ENTRA NA FILA DA TURMA (QUEM JA TEM REGISTRO EM
      *=== ALUNOS.DAT E RETORNO E PASSA NA FRENTE DOS NOVOS)
       0710-INCLUIR-ESPERA   SECTION.
           DISPLAY "INCLUIR NA LISTA DE ESPERA DA TURMA (S/N): ".
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA EQUAL "S"
               PERFORM 0700-CARREGAR-ESPERA
               MOVE ZEROS TO WRK-IND-ESP-ACH
               PERFORM VARYING WRK-IND-ESP FROM 1 BY 1
                         UNTIL WRK-IND-ESP GREATER WRK-QTD-ESPERA
                   IF WRK-ESP-TURMA(WRK-IND-ESP) EQUAL WRK-TURMA
                      AND WRK-ESP-ID(WRK-IND-ESP) EQUAL WRK-ID
                      AND WRK-ESP-SITUACAO(WRK-IND-ESP) EQUAL "E"
                       MOVE WRK-IND-ESP TO WRK-IND-ESP-ACH
                   END-IF
               END-PERFORM
               IF WRK-IND-ESP-ACH GREATER ZEROS
                   DISPLAY "ALUNO " WRK-ID " JA AGUARDA VAGA NA TURMA "
                           WRK-TURMA
               ELSE
               IF WRK-QTD-ESPERA EQUAL 200
                   DISPLAY "LISTA DE ESPERA CHEIA - ALUNO NAO INCLUIDO"
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   ADD 1 TO WRK-QTD-ESPERA
                   MOVE WRK-TURMA TO WRK-ESP-TURMA(WRK-QTD-ESPERA)
                   MOVE WRK-ID    TO WRK-ESP-ID(WRK-QTD-ESPERA)
                   MOVE WRK-NOME  TO WRK-ESP-NOME(WRK-QTD-ESPERA)
                   MOVE WRK-DATA-HOJE
                     TO WRK-ESP-DATA(WRK-QTD-ESPERA)
                     WRK-ESP-DATA-SIT(WRK-QTD-ESPERA)
                   MOVE "E"       TO WRK-ESP-SITUACAO(WRK-QTD-ESPERA)
                   MOVE "2" TO WRK-ESP-PRIORIDADE(WRK-QTD-ESPERA)
                   OPEN INPUT ALUNOS
                   IF FS-ALUNOS EQUAL 00
                       MOVE WRK-ID TO REG-ALUNO-ID
                       READ ALUNOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "1"
                                 TO WRK-ESP-PRIORIDADE(WRK-QTD-ESPERA)
                       END-READ
                       CLOSE ALUNOS
                   END-IF
                   PERFORM 0790-GRAVAR-ESPERA
                   PERFORM 0725-POSICAO-NA-FILA
                   DISPLAY "ALUNO " WRK-ID " NA LISTA DE ESPERA DA "
                           "TURMA " WRK-TURMA " - POSICAO "
                           WRK-POS-FILA
               END-IF
               END-IF
           END-IF.

      *=== POSICAO DO ULTIMO INCLUIDO NA FILA DA TURMA: QUANTOS DOS QUE
      *=== AGUARDAM PASSAM NA FRENTE DELE (PRIORIDADE, DEPOIS DATA)
       0725-POSICAO-NA-FILA  SECTION.
           MOVE 1 TO WRK-POS-FILA.
           PERFORM VARYING WRK-IND-ESP FROM 1 BY 1
                     UNTIL WRK-IND-ESP NOT LESS WRK-QTD-ESPERA
               IF WRK-ESP-TURMA(WRK-IND-ESP) EQUAL WRK-TURMA
                  AND WRK-ESP-SITUACAO(WRK-IND-ESP) EQUAL "E"
                  AND (WRK-ESP-PRIORIDADE(WRK-IND-ESP) LESS
                       WRK-ESP-PRIORIDADE(WRK-QTD-ESPERA)
                   OR (WRK-ESP-PRIORIDADE(WRK-IND-ESP) EQUAL
                       WRK-ESP-PRIORIDADE(WRK-QTD-ESPERA)
                       AND WRK-ESP-DATA(WRK-IND-ESP) NOT GREATER
                           WRK-ESP-DATA(WRK-QTD-ESPERA)))
                   ADD 1 TO WRK-POS-FILA
               END-IF
           END-PERFORM.

      *=== VAGA ABERTA NA TURMA WRK-TURMA: OFERECE AO PRIMEIRO DA FILA;
      *=== QUEM RECUSA SAI DA FILA E A VAGA VAI PARA O SEGUINTE, ATE
      *=== ALGUEM ACEITAR, A FILA ACABAR OU A SECRETARIA ENCERRAR
       0720-OFERECER-VAGA    SECTION.
           PERFORM 0700-CARREGAR-ESPERA.
           MOVE SPACES TO WRK-TAB-PULAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WRK-OFERTA-FIM.
           PERFORM UNTIL OFERTA-ENCERRADA
               PERFORM 0722-PRIMEIRO-DA-FILA
               IF WRK-IND-ESP-ACH EQUAL ZEROS
                   DISPLAY "NINGUEM NA LISTA DE ESPERA DA TURMA "
                           WRK-TURMA
                   MOVE "S" TO WRK-OFERTA-FIM
               ELSE
                   DISPLAY "VAGA NA TURMA " WRK-TURMA " - 1O DA FILA: "
                           WRK-ESP-ID(WRK-IND-ESP-ACH) " "
                           WRK-ESP-NOME(WRK-IND-ESP-ACH)
                           " (PEDIDO EM " WRK-ESP-DATA(WRK-IND-ESP-ACH)
                           ")"
                   DISPLAY "MATRICULAR (S-SIM / R-RECUSOU, OFERECER AO "
                           "PROXIMO / F-DEIXAR A VAGA ABERTA): "
                   ACCEPT WRK-RESPOSTA
                   EVALUATE WRK-RESPOSTA
                       WHEN "S"
                           MOVE WRK-ESP-ID(WRK-IND-ESP-ACH)
                             TO WRK-ID-MENS
                           PERFORM 0140-CONFERIR-MENSALIDADE
                           IF MENSALIDADE-LIBERADA
                               PERFORM 0730-MATRICULAR-DA-FILA
                               MOVE "S" TO WRK-OFERTA-FIM
                           ELSE
                               MOVE "S" TO
                                    WRK-ESP-PULAR(WRK-IND-ESP-ACH)
                               DISPLAY "NAO MATRICULADO - CONTINUA NA "
                                       "FILA; VAGA VAI PARA O PROXIMO"
                           END-IF
                       WHEN "R"
                           MOVE "R" TO
                                WRK-ESP-SITUACAO(WRK-IND-ESP-ACH)
                           MOVE WRK-DATA-HOJE
                             TO WRK-ESP-DATA-SIT(WRK-IND-ESP-ACH)
                           PERFORM 0790-GRAVAR-ESPERA
                       WHEN OTHER
                           DISPLAY "VAGA DA TURMA " WRK-TURMA
                                   " FICA ABERTA"
                           MOVE "S" TO WRK-OFERTA-FIM
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *=== PRIMEIRO QUE AGUARDA NA FILA DA TURMA: MENOR PRIORIDADE,
      *=== DEPOIS DATA DO PEDIDO MAIS ANTIGA, DEPOIS ORDEM DE GRAVACAO
       0722-PRIMEIRO-DA-FILA SECTION.
           MOVE ZEROS TO WRK-IND-ESP-ACH.
           PERFORM VARYING WRK-IND-ESP FROM 1 BY 1
                     UNTIL WRK-IND-ESP GREATER WRK-QTD-ESPERA
               IF WRK-ESP-TURMA(WRK-IND-ESP) EQUAL WRK-TURMA
                  AND WRK-ESP-SITUACAO(WRK-IND-ESP) EQUAL "E"
                  AND WRK-ESP-PULAR(WRK-IND-ESP) NOT EQUAL "S"
                   IF WRK-IND-ESP-ACH EQUAL ZEROS
                       MOVE WRK-IND-ESP TO WRK-IND-ESP-ACH
                   ELSE
                   IF WRK-ESP-PRIORIDADE(WRK-IND-ESP) LESS
                      WRK-ESP-PRIORIDADE(WRK-IND-ESP-ACH)
                      OR (WRK-ESP-PRIORIDADE(WRK-IND-ESP) EQUAL
                          WRK-ESP-PRIORIDADE(WRK-IND-ESP-ACH)
                          AND WRK-ESP-DATA(WRK-IND-ESP) LESS
                              WRK-ESP-DATA(WRK-IND-ESP-ACH))
                       MOVE WRK-IND-ESP TO WRK-IND-ESP-ACH
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *=== MATRICULA O ESCOLHIDO NA TURMA, AINDA SEM NOTAS (ID NOVO E
      *=== INCLUIDO; ID CONHECIDO TEM A FOTO PASSADA PARA A TURMA NOVA
      *=== E ATIVADA), MARCA A LINHA DA FILA E CHAMA A PONTE DE
      *=== MENSALIDADES DO PROG025 PARA GERAR O CONTRATO
       0730-MATRICULAR-DA-FILA SECTION.
           OPEN I-O ALUNOS.
           IF FS-ALUNOS NOT EQUAL 00
               DISPLAY "ALUNOS.DAT NAO PODE SER ABERTO - FS " FS-ALUNOS
                       " - MATRICULA NAO FEITA"
           ELSE
               MOVE WRK-ESP-ID(WRK-IND-ESP-ACH) TO REG-ALUNO-ID
               READ ALUNOS
                   INVALID KEY
                       PERFORM 0732-MONTAR-MATRICULA
                       MOVE WRK-ESP-NOME(WRK-IND-ESP-ACH)
                         TO REG-ALUNO-NOME
                       WRITE REG-ALUNO
                   NOT INVALID KEY
                       PERFORM 0732-MONTAR-MATRICULA
                       REWRITE REG-ALUNO
               END-READ
               CLOSE ALUNOS
               MOVE "M" TO WRK-ESP-SITUACAO(WRK-IND-ESP-ACH)
               MOVE WRK-DATA-HOJE TO WRK-ESP-DATA-SIT(WRK-IND-ESP-ACH)
               PERFORM 0790-GRAVAR-ESPERA
               DISPLAY "ALUNO " WRK-ESP-ID(WRK-IND-ESP-ACH)
                       " MATRICULADO NA TURMA " WRK-TURMA
               CALL "PROG025"
           END-IF.

       0732-MONTAR-MATRICULA SECTION.
           MOVE ZEROS     TO REG-ALUNO-NOTA1 REG-ALUNO-NOTA2
                             REG-ALUNO-MEDIA REG-ALUNO-NOTA-RECUP.
           MOVE SPACES    TO REG-ALUNO-RESULTADO.
           MOVE WRK-TURMA TO REG-ALUNO-TURMA.
           MOVE "A"       TO REG-ALUNO-STATUS.

      *=== REGRAVA A LISTA DE ESPERA INTEIRA (AS LINHAS NUNCA SAEM, SO
      *=== MUDAM DE SITUACAO)
       0790-GRAVAR-ESPERA    SECTION.
           OPEN OUTPUT ESPERA.
           PERFORM VARYING WRK-IND-ESP FROM 1 BY 1
                     UNTIL WRK-IND-ESP GREATER WRK-QTD-ESPERA
               MOVE WRK-ESP-ITEM(WRK-IND-ESP) TO REG-ESPERA
               WRITE REG-ESPERA
           END-PERFORM.
           CLOSE ESPERA.

      *=== BOLETIM POR MATERIA (9900-IMPRIMIR-MATERIAS)
       COPY "MATPR.cpy".
