       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG026.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PROMOCAO DE FIM DE PERIODO: EM VEZ DA SECRETARIA
      *==            REMATRICULAR TODO MUNDO NA MAO PELO PROGRAMA09
      *==            (E DIGITAR TURMA ERRADA, QUE O PROG025 COBRAVA NO
      *==            NIVEL ERRADO), ESTE LOTE FECHA O PERIODO DAS
      *==            TURMAS QUE TEM DESTINO EM TURMAS.CTL: ACERTA O
      *==            NOTAS_HIST.DAT DE CADA ALUNO COM O RESULTADO
      *==            FINAL DA FOTO CORRENTE E PASSA O APROVADO PARA
      *==            TUR-PROXIMA E O REPROVADO PARA TUR-REPETENTE (A
      *==            TURMA DO PERIODO NOVO NO MESMO NIVEL), RESPEITANDO
      *==            A CAPACIDADE DA TURMA DE DESTINO. PRIMEIRO SAI A
      *==            PREVIA; SO DEPOIS DA CONFIRMACAO A PROMOCAO E
      *==            GRAVADA E A PONTE DO PROG025 E CHAMADA PARA
      *==            REPRECIFICAR AS MENSALIDADES
      *==  DATA: 13/08/2025
      *==  OBSERVACOES: SO ENTRA ALUNO ATIVO COM RESULTADO FINAL
      *==               (APROVADO, REPROVADO OU REP. FALTA); QUEM AINDA
      *==               ESTA EM RECUPERACAO OU SEM NOTA FICA NA TURMA E
      *==               E LISTADO. QUEM NAO TEM DESTINO, TEM DESTINO EM
      *==               OUTRO NIVEL (REPROVADO) OU NAO ACHOU VAGA TAMBEM
      *==               FICA ONDE ESTA E SAI NA LISTA DOS SEM VAGA. O
      *==               PROMOVIDO ENTRA NA TURMA NOVA SEM NOTAS (O
      *==               MODO 1 DO PROGRAMA09 LANCA DEPOIS), ENTAO RODAR
      *==               DE NOVO NAO PROMOVE NINGUEM 2 VEZES
      *==  ALTERACOES
      *==  18/08/2025 GC: ALUNO COM MENSALIDADE VENCIDA ALEM DO PRAZO DA
      *==               ESCOLA (MODULO FATLIMC, OPERACAO "M") NAO E
      *==               PROMOVIDO: FICA NA TURMA E SAI NA LISTA DOS SEM
      *==               VAGA; A REMATRICULA DELE E PELO PROGRAMA09, COM
      *==               A LIBERACAO DO SUPERVISOR
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== TABELA DE TURMAS COM AS TURMAS DE DESTINO DA PROMOCAO
           SELECT TURMASCTL ASSIGN
           TO "..\dados\TURMAS.CTL"
               FILE STATUS IS FS-TURMAS
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== CADASTRO DE ALUNOS, INDEXADO (VER PROG021)
           SELECT ALUNOS ASSIGN
           TO "..\dados\ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ALUNO-ID
               FILE STATUS IS FS-ALUNOS.

      *=== HISTORICO DE NOTAS POR ALUNO E TURMA (VER PROG022)
           SELECT NOTASHIST ASSIGN
           TO "..\dados\NOTAS_HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTH-CHAVE
               FILE STATUS IS FS-NOTASHIST.

       DATA DIVISION.
       FILE                  SECTION.
       FD  TURMASCTL.
           COPY "TURREG.cpy".

       FD  ALUNOS.
           COPY "ALUREG.cpy".

       FD  NOTASHIST.
           COPY "NOTHIST.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-TURMAS            PIC 9(002) VALUE ZEROS.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.
       77  FS-NOTASHIST         PIC 9(002) VALUE ZEROS.

      *=== TURMAS DA TABELA; WRK-TUR-OCUPADOS COMECA COM QUEM FICA NA
      *=== TURMA E VAI SOMANDO QUEM E PROMOVIDO PARA ELA
       01  WRK-TAB-TURMAS.
           05  WRK-TUR-ITEM     OCCURS 50 TIMES.
               10  WRK-TUR-TURMA        PIC X(006).
               10  WRK-TUR-NIVEL        PIC X(002).
               10  WRK-TUR-CAPACIDADE   PIC 9(003).
               10  WRK-TUR-PROXIMA      PIC X(006).
               10  WRK-TUR-REPETENTE    PIC X(006).
               10  WRK-TUR-OCUPADOS     PIC 9(003).
               10  WRK-TUR-ENTRADAS     PIC 9(003).
       77  WRK-QTD-TURMAS       PIC 9(002) VALUE ZEROS.
       77  WRK-IND-TUR          PIC 9(002) VALUE ZEROS.
       77  WRK-IND-ORIG         PIC 9(002) VALUE ZEROS.
       77  WRK-IND-DEST         PIC 9(002) VALUE ZEROS.
       77  WRK-TURMA-PROCURA    PIC X(006) VALUE SPACES.
       77  WRK-IND-ACHADA       PIC 9(002) VALUE ZEROS.

      *=== ALUNOS DAS TURMAS QUE FECHAM O PERIODO E O QUE ACONTECE
      *=== COM CADA UM
       01  WRK-TAB-PROMOCAO.
           05  WRK-PRM-ITEM     OCCURS 500 TIMES.
               10  WRK-PRM-ID           PIC 9(004).
               10  WRK-PRM-NOME         PIC X(020).
               10  WRK-PRM-TURMA        PIC X(006).
               10  WRK-PRM-DESTINO      PIC X(006).
               10  WRK-PRM-RESULTADO    PIC X(011).
               10  WRK-PRM-IND-ORIG     PIC 9(002).
               10  WRK-PRM-SITUACAO     PIC X(001).
                   88  PRM-PROMOVIDO            VALUE "P".
                   88  PRM-REPETENTE            VALUE "R".
                   88  PRM-SEM-VAGA             VALUE "V".
                   88  PRM-SEM-DESTINO          VALUE "D".
                   88  PRM-PENDENTE             VALUE "N".
               10  WRK-PRM-HIST         PIC X(001).
                   88  PRM-ACERTAR-HIST         VALUE "S".
               10  WRK-PRM-MOTIVO       PIC X(024).
       77  WRK-QTD-PROMOCAO     PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PRM          PIC 9(003) VALUE ZEROS.
       77  WRK-HIST-ABERTO      PIC X(001) VALUE "N".
           88  HISTORICO-ABERTO         VALUE "S".
       77  WRK-RESPOSTA         PIC X(001) VALUE SPACES.

      *=== CONFERENCIA DA MENSALIDADE DO ALUNO (MODULO FATLIMC)
       COPY "LCRWS.cpy".

      *=== TOTAIS DA PREVIA E DA GRAVACAO
       77  WRK-TOT-ATIVOS       PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-PROMOVIDOS   PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-REPETENTES   PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-SEM-VAGA     PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-PENDENTES    PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-HIST         PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-EXCEDENTES   PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-GRAVADOS     PIC 9(004) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR.
           PERFORM 0250-DISTRIBUIR.
           PERFORM 0300-PREVIA.
           IF WRK-TOT-PROMOVIDOS GREATER ZEROS
              OR WRK-TOT-REPETENTES GREATER ZEROS
              OR WRK-TOT-HIST GREATER ZEROS
               DISPLAY "APLICAR A PROMOCAO (S/N): "
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA EQUAL "S"
                   PERFORM 0400-APLICAR
               ELSE
                   DISPLAY "PROMOCAO NAO APLICADA - SO PREVIA"
               END-IF
           ELSE
               DISPLAY "NADA A APLICAR"
           END-IF.
           DISPLAY "FIM DE PROGRAMA".
           GOBACK.

       0100-INICIALIZAR      SECTION.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           MOVE ZEROS TO WRK-QTD-PROMOCAO.
           MOVE ZEROS TO WRK-TOT-ATIVOS.
           MOVE ZEROS TO WRK-TOT-PROMOVIDOS.
           MOVE ZEROS TO WRK-TOT-REPETENTES.
           MOVE ZEROS TO WRK-TOT-SEM-VAGA.
           MOVE ZEROS TO WRK-TOT-PENDENTES.
           MOVE ZEROS TO WRK-TOT-HIST.
           MOVE ZEROS TO WRK-TOT-EXCEDENTES.
           MOVE ZEROS TO WRK-TOT-GRAVADOS.

           OPEN INPUT TURMASCTL.
           IF FS-TURMAS NOT EQUAL 00
               DISPLAY "TURMAS.CTL NAO PODE SER ABERTO - FS "
                       FS-TURMAS
               GOBACK
           END-IF.

           READ TURMASCTL.
           PERFORM UNTIL FS-TURMAS NOT EQUAL 00
                      OR WRK-QTD-TURMAS EQUAL 50
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TUR-TURMA      TO WRK-TUR-TURMA(WRK-QTD-TURMAS)
               MOVE TUR-NIVEL      TO WRK-TUR-NIVEL(WRK-QTD-TURMAS)
               MOVE TUR-CAPACIDADE
                 TO WRK-TUR-CAPACIDADE(WRK-QTD-TURMAS)
               MOVE TUR-PROXIMA    TO WRK-TUR-PROXIMA(WRK-QTD-TURMAS)
               MOVE TUR-REPETENTE
                 TO WRK-TUR-REPETENTE(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-OCUPADOS(WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TUR-ENTRADAS(WRK-QTD-TURMAS)
               READ TURMASCTL
           END-PERFORM.
           CLOSE TURMASCTL.

      *=== PASSADA NA FOTO CORRENTE: QUEM ESTA EM TURMA SEM DESTINO
      *=== (OU AINDA SEM RESULTADO FINAL) OCUPA A PROPRIA TURMA; QUEM
      *=== ESTA EM TURMA QUE FECHA O PERIODO VAI PARA A TABELA
       0200-APURAR           SECTION.
           OPEN INPUT NOTASHIST.
           IF FS-NOTASHIST EQUAL 00
               MOVE "S" TO WRK-HIST-ABERTO
           ELSE
               MOVE "N" TO WRK-HIST-ABERTO
           END-IF.

           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT EQUAL 00
               DISPLAY "ALUNOS.DAT NAO PODE SER ABERTO - FS "
                       FS-ALUNOS
               IF HISTORICO-ABERTO
                   CLOSE NOTASHIST
               END-IF
               GOBACK
           END-IF.

           READ ALUNOS NEXT.
           PERFORM UNTIL FS-ALUNOS NOT EQUAL 00
               IF NOT ALUNO-TRANCADO
                  AND NOT ALUNO-TRANSFERIDO
                   ADD 1 TO WRK-TOT-ATIVOS
                   PERFORM 0210-CLASSIFICAR-ALUNO
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.
           CLOSE ALUNOS.
           IF HISTORICO-ABERTO
               CLOSE NOTASHIST
           END-IF.

       0210-CLASSIFICAR-ALUNO SECTION.
           MOVE REG-ALUNO-TURMA TO WRK-TURMA-PROCURA.
           PERFORM 0290-ACHAR-TURMA.
           MOVE WRK-IND-ACHADA TO WRK-IND-ORIG.

      *=== TURMA FORA DA TABELA OU SEM DESTINO: NAO FECHA AGORA
           IF WRK-IND-ORIG EQUAL ZEROS
               CONTINUE
           ELSE
           IF WRK-TUR-PROXIMA(WRK-IND-ORIG) EQUAL SPACES
              AND WRK-TUR-REPETENTE(WRK-IND-ORIG) EQUAL SPACES
               ADD 1 TO WRK-TUR-OCUPADOS(WRK-IND-ORIG)
           ELSE
           IF WRK-QTD-PROMOCAO EQUAL 500
               ADD 1 TO WRK-TOT-EXCEDENTES
               ADD 1 TO WRK-TUR-OCUPADOS(WRK-IND-ORIG)
           ELSE
               ADD 1 TO WRK-QTD-PROMOCAO
               MOVE WRK-QTD-PROMOCAO TO WRK-IND-PRM
               MOVE REG-ALUNO-ID    TO WRK-PRM-ID(WRK-IND-PRM)
               MOVE REG-ALUNO-NOME  TO WRK-PRM-NOME(WRK-IND-PRM)
               MOVE REG-ALUNO-TURMA TO WRK-PRM-TURMA(WRK-IND-PRM)
               MOVE REG-ALUNO-RESULTADO
                 TO WRK-PRM-RESULTADO(WRK-IND-PRM)
               MOVE WRK-IND-ORIG    TO WRK-PRM-IND-ORIG(WRK-IND-PRM)
               MOVE SPACES          TO WRK-PRM-MOTIVO(WRK-IND-PRM)
               MOVE "N"             TO WRK-PRM-HIST(WRK-IND-PRM)
               EVALUATE REG-ALUNO-RESULTADO
                   WHEN "APROVADO"
                       MOVE "P" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
                       MOVE WRK-TUR-PROXIMA(WRK-IND-ORIG)
                         TO WRK-PRM-DESTINO(WRK-IND-PRM)
                   WHEN "REPROVADO"
                   WHEN "REP. FALTA"
                       MOVE "R" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
                       MOVE WRK-TUR-REPETENTE(WRK-IND-ORIG)
                         TO WRK-PRM-DESTINO(WRK-IND-PRM)
                   WHEN OTHER
      *=== RECUPERACAO OU SEM NOTA: O PERIODO DELE AINDA NAO FECHOU
                       MOVE "N" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
                       MOVE SPACES TO WRK-PRM-DESTINO(WRK-IND-PRM)
                       ADD 1 TO WRK-TUR-OCUPADOS(WRK-IND-ORIG)
                       ADD 1 TO WRK-TOT-PENDENTES
               END-EVALUATE
               IF NOT PRM-PENDENTE(WRK-IND-PRM)
                   PERFORM 0220-CONFERIR-HISTORICO
                   PERFORM 0230-CONFERIR-MENSALIDADE
               END-IF
           END-IF
           END-IF
           END-IF.

      *=== O HISTORICO DA TURMA TEM QUE TER O MESMO RESULTADO FINAL DA
      *=== FOTO CORRENTE; FALTANDO OU DIFERENTE, E ACERTADO NA GRAVACAO
       0220-CONFERIR-HISTORICO SECTION.
           IF NOT HISTORICO-ABERTO
               MOVE "S" TO WRK-PRM-HIST(WRK-IND-PRM)
           ELSE
               MOVE REG-ALUNO-ID    TO NTH-ID
               MOVE REG-ALUNO-TURMA TO NTH-TURMA
               READ NOTASHIST
                   INVALID KEY
                       MOVE "S" TO WRK-PRM-HIST(WRK-IND-PRM)
                   NOT INVALID KEY
                       IF NTH-RESULTADO NOT EQUAL REG-ALUNO-RESULTADO
                          OR NTH-MEDIA NOT EQUAL REG-ALUNO-MEDIA
                          OR NTH-NOTA-RECUP NOT EQUAL
                             REG-ALUNO-NOTA-RECUP
                           MOVE "S" TO WRK-PRM-HIST(WRK-IND-PRM)
                       END-IF
               END-READ
           END-IF.
           IF PRM-ACERTAR-HIST(WRK-IND-PRM)
               ADD 1 TO WRK-TOT-HIST
           END-IF.

      *=== ATRASO NA MENSALIDADE ALEM DO PRAZO SEGURA A PROMOCAO
       0230-CONFERIR-MENSALIDADE SECTION.
           MOVE "M"          TO LCP-OPERACAO.
           MOVE REG-ALUNO-ID TO LCP-ID.
           MOVE ZEROS        TO LCP-VALOR.
           MOVE "PROG026"    TO LCP-PROGRAMA.
           MOVE SPACES       TO LCP-OPERADOR LCP-SUPERVISOR.
           MOVE "..\dados\" TO LCP-PASTA.
           CALL "FATLIMC" USING WRK-LCR-PARM.
           IF CREDITO-RECUSADO
               MOVE "D" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
               MOVE "MENSALIDADE EM ATRASO"
                 TO WRK-PRM-MOTIVO(WRK-IND-PRM)
           END-IF.

      *=== DISTRIBUI OS ALUNOS COM RESULTADO FINAL NAS TURMAS DE
      *=== DESTINO, NA ORDEM DO ID, ATE ENCHER A CAPACIDADE
       0250-DISTRIBUIR       SECTION.
           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1
                     UNTIL WRK-IND-PRM GREATER WRK-QTD-PROMOCAO
               IF PRM-PROMOVIDO(WRK-IND-PRM)
                  OR PRM-REPETENTE(WRK-IND-PRM)
                   PERFORM 0260-RESERVAR-VAGA
               END-IF
           END-PERFORM.

      *=== QUEM FICOU SEM VAGA OU SEM DESTINO CONTINUA OCUPANDO A
      *=== TURMA DE ORIGEM
           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1
                     UNTIL WRK-IND-PRM GREATER WRK-QTD-PROMOCAO
               IF PRM-SEM-VAGA(WRK-IND-PRM)
                  OR PRM-SEM-DESTINO(WRK-IND-PRM)
                   MOVE WRK-PRM-IND-ORIG(WRK-IND-PRM) TO WRK-IND-ORIG
                   ADD 1 TO WRK-TUR-OCUPADOS(WRK-IND-ORIG)
                   ADD 1 TO WRK-TOT-SEM-VAGA
               END-IF
           END-PERFORM.

       0260-RESERVAR-VAGA    SECTION.
           MOVE WRK-PRM-IND-ORIG(WRK-IND-PRM) TO WRK-IND-ORIG.
           MOVE WRK-PRM-DESTINO(WRK-IND-PRM) TO WRK-TURMA-PROCURA.
           PERFORM 0290-ACHAR-TURMA.
           MOVE WRK-IND-ACHADA TO WRK-IND-DEST.

           IF WRK-TURMA-PROCURA EQUAL SPACES
               MOVE "D" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
               MOVE "TURMA SEM DESTINO"
                 TO WRK-PRM-MOTIVO(WRK-IND-PRM)
           ELSE
           IF WRK-IND-DEST EQUAL ZEROS
               MOVE "D" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
               MOVE "DESTINO FORA DA TABELA"
                 TO WRK-PRM-MOTIVO(WRK-IND-PRM)
           ELSE
      *=== REPROVADO REPETE O NIVEL: DESTINO EM OUTRO NIVEL E ERRO DA
      *=== TABELA E SERIA COBRADO NO PRECO ERRADO
           IF PRM-REPETENTE(WRK-IND-PRM)
              AND WRK-TUR-NIVEL(WRK-IND-DEST) NOT EQUAL
                  WRK-TUR-NIVEL(WRK-IND-ORIG)
               MOVE "D" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
               MOVE "DESTINO EM OUTRO NIVEL"
                 TO WRK-PRM-MOTIVO(WRK-IND-PRM)
           ELSE
           IF WRK-TUR-OCUPADOS(WRK-IND-DEST) NOT LESS
              WRK-TUR-CAPACIDADE(WRK-IND-DEST)
               MOVE "V" TO WRK-PRM-SITUACAO(WRK-IND-PRM)
               MOVE "TURMA DE DESTINO LOTADA"
                 TO WRK-PRM-MOTIVO(WRK-IND-PRM)
           ELSE
               ADD 1 TO WRK-TUR-OCUPADOS(WRK-IND-DEST)
               ADD 1 TO WRK-TUR-ENTRADAS(WRK-IND-DEST)
               IF PRM-PROMOVIDO(WRK-IND-PRM)
                   ADD 1 TO WRK-TOT-PROMOVIDOS
               ELSE
                   ADD 1 TO WRK-TOT-REPETENTES
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0290-ACHAR-TURMA      SECTION.
           MOVE ZEROS TO WRK-IND-ACHADA.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
                        OR WRK-IND-ACHADA GREATER ZEROS
               IF WRK-TUR-TURMA(WRK-IND-TUR) EQUAL WRK-TURMA-PROCURA
                   MOVE WRK-IND-TUR TO WRK-IND-ACHADA
               END-IF
           END-PERFORM.

      *=== PREVIA: QUEM VAI PARA ONDE, QUEM FICA SEM VAGA, QUEM AINDA
      *=== NAO TEM RESULTADO FINAL E COMO FICAM AS TURMAS
       0300-PREVIA           SECTION.
           DISPLAY "==== PROMOCAO DE FIM DE PERIODO - PREVIA ====".
           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1
                     UNTIL WRK-IND-PRM GREATER WRK-QTD-PROMOCAO
               IF PRM-PROMOVIDO(WRK-IND-PRM)
                  OR PRM-REPETENTE(WRK-IND-PRM)
                   DISPLAY WRK-PRM-ID(WRK-IND-PRM) " "
                           WRK-PRM-NOME(WRK-IND-PRM) " "
                           WRK-PRM-TURMA(WRK-IND-PRM) " -> "
                           WRK-PRM-DESTINO(WRK-IND-PRM) " "
                           WRK-PRM-RESULTADO(WRK-IND-PRM)
               END-IF
           END-PERFORM.

           DISPLAY "---- SEM VAGA (FICAM NA TURMA ATUAL) ----".
           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1
                     UNTIL WRK-IND-PRM GREATER WRK-QTD-PROMOCAO
               IF PRM-SEM-VAGA(WRK-IND-PRM)
                  OR PRM-SEM-DESTINO(WRK-IND-PRM)
                   DISPLAY WRK-PRM-ID(WRK-IND-PRM) " "
                           WRK-PRM-NOME(WRK-IND-PRM) " "
                           WRK-PRM-TURMA(WRK-IND-PRM) " "
                           WRK-PRM-RESULTADO(WRK-IND-PRM) " "
                           WRK-PRM-MOTIVO(WRK-IND-PRM) " "
                           WRK-PRM-DESTINO(WRK-IND-PRM)
               END-IF
           END-PERFORM.

           DISPLAY "---- SEM RESULTADO FINAL (NAO PROMOVIDOS) ----".
           PERFORM VARYING WRK-IND-PRM FROM 1 BY 1
                     UNTIL WRK-IND-PRM GREATER WRK-QTD-PROMOCAO
               IF PRM-PENDENTE(WRK-IND-PRM)
                   DISPLAY WRK-PRM-ID(WRK-IND-PRM) " "
                           WRK-PRM-NOME(WRK-IND-PRM) " "
                           WRK-PRM-TURMA(WRK-IND-PRM) " '"
                           WRK-PRM-RESULTADO(WRK-IND-PRM) "'"
               END-IF
           END-PERFORM.

           DISPLAY "---- OCUPACAO DAS TURMAS DEPOIS DA PROMOCAO ----".
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TURMAS
               IF WRK-TUR-OCUPADOS(WRK-IND-TUR) GREATER ZEROS
                   DISPLAY WRK-TUR-TURMA(WRK-IND-TUR) " "
                           WRK-TUR-OCUPADOS(WRK-IND-TUR) " DE "
                           WRK-TUR-CAPACIDADE(WRK-IND-TUR)
                           " (ENTRAM " WRK-TUR-ENTRADAS(WRK-IND-TUR)
                           ")"
                   IF WRK-TUR-OCUPADOS(WRK-IND-TUR) GREATER
                      WRK-TUR-CAPACIDADE(WRK-IND-TUR)
                       DISPLAY "  ACIMA DA CAPACIDADE"
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "ALUNOS ATIVOS............ " WRK-TOT-ATIVOS.
           DISPLAY "PROMOVIDOS............... " WRK-TOT-PROMOVIDOS.
           DISPLAY "REPETENTES............... " WRK-TOT-REPETENTES.
           DISPLAY "SEM VAGA / SEM DESTINO... " WRK-TOT-SEM-VAGA.
           DISPLAY "SEM RESULTADO FINAL...... " WRK-TOT-PENDENTES.
           DISPLAY "HISTORICOS A ACERTAR..... " WRK-TOT-HIST.
           IF WRK-TOT-EXCEDENTES GREATER ZEROS
               DISPLAY "FORA DA PROMOCAO (TABELA CHEIA): "
                       WRK-TOT-EXCEDENTES
           END-IF.

      *=== GRAVACAO: ACERTA O HISTORICO DE TODOS OS QUE TEM RESULTADO
      *=== FINAL E PASSA PARA A TURMA NOVA OS QUE ACHARAM VAGA
       0400-APLICAR          SECTION.
           OPEN I-O ALUNOS.
           IF FS-ALUNOS NOT EQUAL 00
               DISPLAY "ALUNOS.DAT NAO PODE SER ABERTO - FS "
                       FS-ALUNOS " - PROMOCAO NAO APLICADA"
           ELSE
               OPEN I-O NOTASHIST
               IF FS-NOTASHIST EQUAL 35
                   OPEN OUTPUT NOTASHIST
                   CLOSE NOTASHIST
                   OPEN I-O NOTASHIST
               END-IF
               PERFORM VARYING WRK-IND-PRM FROM 1 BY 1
                         UNTIL WRK-IND-PRM GREATER WRK-QTD-PROMOCAO
                   IF NOT PRM-PENDENTE(WRK-IND-PRM)
                       PERFORM 0410-GRAVAR-ALUNO
                   END-IF
               END-PERFORM
               CLOSE NOTASHIST
               CLOSE ALUNOS
               DISPLAY "ALUNOS PASSADOS DE TURMA: " WRK-TOT-GRAVADOS
      *=== A TURMA NOVA PODE SER DE OUTRO NIVEL: A PONTE REPRECIFICA
               IF WRK-TOT-GRAVADOS GREATER ZEROS
                   DISPLAY "ATUALIZANDO AS MENSALIDADES (PROG025)"
                   CALL "PROG025"
               END-IF
           END-IF.

       0410-GRAVAR-ALUNO     SECTION.
           MOVE WRK-PRM-ID(WRK-IND-PRM) TO REG-ALUNO-ID.
           READ ALUNOS
               INVALID KEY
                   DISPLAY "ALUNO " WRK-PRM-ID(WRK-IND-PRM)
                           " SUMIU DE ALUNOS.DAT - NAO PROMOVIDO"
               NOT INVALID KEY
                   IF PRM-ACERTAR-HIST(WRK-IND-PRM)
                       PERFORM 0420-ACERTAR-HISTORICO
                   END-IF
                   IF PRM-PROMOVIDO(WRK-IND-PRM)
                      OR PRM-REPETENTE(WRK-IND-PRM)
                       MOVE WRK-PRM-DESTINO(WRK-IND-PRM)
                         TO REG-ALUNO-TURMA
                       MOVE ZEROS  TO REG-ALUNO-NOTA1 REG-ALUNO-NOTA2
                                      REG-ALUNO-MEDIA
                                      REG-ALUNO-NOTA-RECUP
                       MOVE SPACES TO REG-ALUNO-RESULTADO
                       MOVE "A"    TO REG-ALUNO-STATUS
                       REWRITE REG-ALUNO
                       ADD 1 TO WRK-TOT-GRAVADOS
                   END-IF
           END-READ.

       0420-ACERTAR-HISTORICO SECTION.
           MOVE REG-ALUNO-ID    TO NTH-ID.
           MOVE REG-ALUNO-TURMA TO NTH-TURMA.
           READ NOTASHIST
               INVALID KEY
                   PERFORM 0425-MONTAR-HISTORICO
                   WRITE REG-NOTHIST
               NOT INVALID KEY
                   PERFORM 0425-MONTAR-HISTORICO
                   REWRITE REG-NOTHIST
           END-READ.

       0425-MONTAR-HISTORICO SECTION.
           MOVE REG-ALUNO-NOME       TO NTH-NOME.
           MOVE REG-ALUNO-NOTA1      TO NTH-NOTA1.
           MOVE REG-ALUNO-NOTA2      TO NTH-NOTA2.
           MOVE REG-ALUNO-MEDIA      TO NTH-MEDIA.
           MOVE REG-ALUNO-RESULTADO  TO NTH-RESULTADO.
           MOVE REG-ALUNO-NOTA-RECUP TO NTH-NOTA-RECUP.
