       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLCRED.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CREDITO DE SALARIO NO BANCO A PARTIR DA FOLHA
      *==            MENSAL: DEPOIS DO FOLHAMES, O LIQUIDO DE CADA UM
      *==            ERA DIGITADO NO SITE DO BANCO. O MODO 1 LE O
      *==            HISTORICO DA FOLHA (FOLHA_HIST.DAT) DA COMPETENCIA
      *==            E OS DADOS BANCARIOS DO CADASTRO DE FUNCIONARIOS E
      *==            GERA A REMESSA DE CREDITO (REMESSA_SALARIO.TXT) NO
      *==            LAYOUT DE LARGURA FIXA DO BANCO, COMO A REMESSA DE
      *==            COBRANCA DO PROGRAMA13 - HEADER (TIPO 0), 1
      *==            DETALHE POR FUNCIONARIO (TIPO 1) E TRAILER (TIPO
      *==            9) COM QUANTIDADE E TOTAL; O MODO 2 PROCESSA O
      *==            RETORNO (RETORNO_SALARIO.TXT), MARCA CADA LIQUIDO
      *==            COMO CREDITADO ("CR") OU REJEITADO E LISTA AS
      *==            REJEICOES EM CREDITO_REJEITADO_AAAAMM.TXT PARA
      *==            PAGAMENTO POR OUTRO MEIO
      *==  DATA: 25/08/2025
      *==  OBSERVACOES: SO VAI NA REMESSA O LIQUIDO AINDA PENDENTE:
      *==               GERAR DE NOVO NAO CREDITA DUAS VEZES QUEM JA FOI
      *==               REMETIDO. FUNCIONARIO SEM BANCO, AGENCIA OU
      *==               CONTA NO CADASTRO FICA FORA E E AVISADO (ACERTAR
      *==               PELO FUNMANU E GERAR DE NOVO). O REJEITADO NAO
      *==               VOLTA PARA A REMESSA - E PAGO POR OUTRO MEIO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE FUNCIONARIOS: BANCO, AGENCIA, CONTA E CPF
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

      *=== HISTORICO DA FOLHA: COMPETENCIA + MATRICULA (FOLHAMES)
           SELECT FOLHIST ASSIGN
           TO "..\dados\FOLHA_HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLH-CHAVE
               FILE STATUS IS FS-FOLHIST.

      *=== REMESSA DE CREDITO DE SALARIO NO LAYOUT DO BANCO
           SELECT REMESSA ASSIGN
           TO "..\dados\REMESSA_SALARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSA.

      *=== RETORNO DO BANCO COM O DESFECHO DE CADA CREDITO
           SELECT RETORNO ASSIGN
           TO "..\dados\RETORNO_SALARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.

      *=== LISTA DOS CREDITOS REJEITADOS DA COMPETENCIA
           SELECT REJEITADOS ASSIGN
           TO WRK-REJEITADOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       FD  FOLHIST.
           COPY "FOLHIST.cpy".

      *=== OS 3 TIPOS DE REGISTRO DA REMESSA SAO VISOES DA MESMA LINHA
       FD  REMESSA.
       01  REG-REMESSA          PIC X(090).

      *=== HEADER DO RETORNO: TIPO(1) + EMPRESA(20) + DATA(8) + DATA
      *=== DO CREDITO(8) + COMPETENCIA(6), COMO O HEADER DA REMESSA
       FD  RETORNO.
       01  REG-RETORNO-HEADER.
           05  RTH-TIPO             PIC X(001).
           05  RTH-EMPRESA          PIC X(020).
           05  RTH-DATA             PIC X(008).
           05  RTH-DATA-CREDITO     PIC X(008).
           05  RTH-COMPETENCIA      PIC X(006).
           05  FILLER               PIC X(047).
      *=== DETALHE DO RETORNO: TIPO(1) + MATRICULA(6) + OCORRENCIA(2)
      *=== + DATA DO CREDITO(8) + VALOR(10)
       01  REG-RETORNO.
           05  RET-TIPO             PIC X(001).
           05  RET-MATRICULA        PIC X(006).
           05  RET-MATRICULA-R REDEFINES RET-MATRICULA
                                    PIC 9(006).
           05  RET-OCORRENCIA       PIC X(002).
           05  RET-DATA-CREDITO     PIC X(008).
      *=== O VALOR VEM COM CENTAVOS IMPLICITOS, COMO NA REMESSA
           05  RET-VALOR            PIC X(010).
           05  RET-VALOR-R REDEFINES RET-VALOR
                                    PIC 9(008)V99.
           05  FILLER               PIC X(063).

       FD  REJEITADOS.
       01  REG-REJEITADO               PIC X(110).

       WORKING-STORAGE       SECTION.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.
       77  FS-FOLHIST           PIC 9(002) VALUE ZEROS.
       77  FS-REMESSA           PIC 9(002) VALUE ZEROS.
       77  FS-RETORNO           PIC 9(002) VALUE ZEROS.
       77  FS-REJEITADOS        PIC 9(002) VALUE ZEROS.

       77  WRK-REJEITADOS-PATH  PIC X(040) VALUE SPACES.

      *=== MODO: 1-GERAR REMESSA / 2-PROCESSAR RETORNO
       77  WRK-MODO             PIC X(001) VALUE "1".
           88  MODO-REMESSA                VALUE "1".
           88  MODO-RETORNO                VALUE "2".

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-DATA-CREDITO     PIC 9(008) VALUE ZEROS.

      *=== COMPETENCIA PEDIDA (AAAAMM)
       01  WRK-COMPETENCIA.
           05  WRK-COMP-ANO         PIC 9(004).
           05  WRK-COMP-MES         PIC 9(002).
       01  WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA
                                PIC 9(006).

      *=== VISOES DOS REGISTROS DA REMESSA
       01  WRK-REM-HEADER.
           05  RMH-TIPO             PIC X(001) VALUE "0".
           05  RMH-EMPRESA          PIC X(020) VALUE "XPTO SALARIOS".
           05  RMH-DATA             PIC 9(008).
           05  RMH-DATA-CREDITO     PIC 9(008).
           05  RMH-COMPETENCIA      PIC 9(006).
           05  FILLER               PIC X(047) VALUE SPACES.
       01  WRK-REM-DETALHE.
           05  RMD-TIPO             PIC X(001) VALUE "1".
           05  RMD-MATRICULA        PIC 9(006).
           05  RMD-NOME             PIC X(030).
           05  RMD-CPF              PIC 9(011).
           05  RMD-BANCO            PIC 9(003).
           05  RMD-AGENCIA          PIC 9(005).
           05  RMD-CONTA            PIC X(015).
           05  RMD-VALOR            PIC 9(008)V99.
           05  FILLER               PIC X(009) VALUE SPACES.
       01  WRK-REM-TRAILER.
           05  RMT-TIPO             PIC X(001) VALUE "9".
           05  RMT-QUANTIDADE       PIC 9(006).
           05  RMT-TOTAL            PIC 9(012)V99.
           05  FILLER               PIC X(069) VALUE SPACES.

      *=== LINHA DA LISTA DE REJEITADOS
       01  WRK-LIN-REJEITADO.
           05  RJL-MATRICULA        PIC 9(006).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  RJL-NOME             PIC X(030).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  RJL-BANCO            PIC 9(003).
           05  FILLER               PIC X(001) VALUE "/".
           05  RJL-AGENCIA          PIC 9(005).
           05  FILLER               PIC X(001) VALUE "/".
           05  RJL-CONTA            PIC X(015).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  RJL-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER               PIC X(001) VALUE SPACE.
           05  RJL-MOTIVO           PIC X(030).

      *=== TOTAIS DA REMESSA E DO RETORNO
       77  WRK-QTD-REMETIDOS    PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-REMETIDO   PIC 9(012)V99 VALUE ZEROS.
       77  WRK-QTD-JA-NO-BANCO  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-LIQUIDO  PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-CREDITADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS   PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-CASAR    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-RETORNO  PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADO  PIC 9(012)V99 VALUE ZEROS.
       77  WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-CADASTRO-ACHADO  PIC X(001) VALUE "N".
           88  CADASTRO-ACHADO             VALUE "S".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           IF MODO-REMESSA
               PERFORM 0200-GERAR-REMESSA
           ELSE
               PERFORM 0400-PROCESSAR-RETORNO
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "MODO (1-GERAR REMESSA / 2-PROCESSAR RETORNO): ".
           ACCEPT WRK-MODO.
           IF NOT MODO-REMESSA
              AND NOT MODO-RETORNO
               DISPLAY "MODO INVALIDO"
               STOP RUN
           END-IF.

           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): ".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES LESS 01
              OR WRK-COMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF.

      *=== A REMESSA E O RETORNO REGRAVAM A SITUACAO DO CREDITO
           OPEN I-O FOLHIST.
           IF FS-FOLHIST NOT EQUAL 00
               DISPLAY "FOLHA_HIST.DAT NAO PODE SER ABERTO - FS "
                       FS-FOLHIST " (RODAR O FOLHAMES ANTES)"
               STOP RUN
           END-IF.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO PODE SER ABERTO - FS "
                       FS-FUNCIONARIOS
               CLOSE FOLHIST
               STOP RUN
           END-IF.

      *=== POSICIONA NO PRIMEIRO REGISTRO DA COMPETENCIA
           MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA.
           MOVE ZEROS             TO FLH-MATRICULA.
           START FOLHIST KEY IS NOT LESS THAN FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               READ FOLHIST NEXT RECORD
           END-IF.
           IF FS-FOLHIST NOT EQUAL 00
              OR FLH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA-N
               DISPLAY "COMPETENCIA " WRK-COMPETENCIA
                       " NAO CALCULADA PELO FOLHAMES"
               CLOSE FOLHIST
               CLOSE FUNCIONARIOS
               STOP RUN
           END-IF.

      *=== MODO 1: HEADER, 1 DETALHE POR LIQUIDO PENDENTE COM CONTA NO
      *=== CADASTRO E TRAILER COM QUANTIDADE E TOTAL
       0200-GERAR-REMESSA    SECTION.
           DISPLAY "DATA DO CREDITO (AAAAMMDD): ".
           ACCEPT WRK-DATA-CREDITO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-CREDITO)
              NOT EQUAL 0
              OR WRK-DATA-CREDITO LESS WRK-DATA-HOJE
               DISPLAY "DATA DO CREDITO INVALIDA OU PASSADA - "
                       "REMESSA NAO GERADA"
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

           OPEN OUTPUT REMESSA.
           IF FS-REMESSA NOT EQUAL 00
               DISPLAY "REMESSA_SALARIO.TXT NAO FOI ABERTO - FS "
                       FS-REMESSA
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

           MOVE WRK-DATA-HOJE     TO RMH-DATA.
           MOVE WRK-DATA-CREDITO  TO RMH-DATA-CREDITO.
           MOVE WRK-COMPETENCIA-N TO RMH-COMPETENCIA.
           MOVE WRK-REM-HEADER TO REG-REMESSA.
           WRITE REG-REMESSA.

           PERFORM UNTIL FS-FOLHIST NOT EQUAL 00
                      OR FLH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA-N
               EVALUATE TRUE
                   WHEN NOT PGTO-PENDENTE
                       ADD 1 TO WRK-QTD-JA-NO-BANCO
                   WHEN FLH-LIQUIDO EQUAL ZEROS
                       ADD 1 TO WRK-QTD-SEM-LIQUIDO
                   WHEN OTHER
                       PERFORM 0210-REMETER-CREDITO
               END-EVALUATE
               READ FOLHIST NEXT RECORD
           END-PERFORM.

           MOVE WRK-QTD-REMETIDOS  TO RMT-QUANTIDADE.
           MOVE WRK-TOTAL-REMETIDO TO RMT-TOTAL.
           MOVE WRK-REM-TRAILER TO REG-REMESSA.
           WRITE REG-REMESSA.

           CLOSE REMESSA.

           DISPLAY "CREDITOS REMETIDOS..... " WRK-QTD-REMETIDOS.
           MOVE WRK-TOTAL-REMETIDO TO WRK-TOTAL-ED.
           DISPLAY "TOTAL DA REMESSA....... " WRK-TOTAL-ED.
           DISPLAY "JA ENVIADOS ANTES...... " WRK-QTD-JA-NO-BANCO.
           DISPLAY "LIQUIDO ZERADO......... " WRK-QTD-SEM-LIQUIDO.
           DISPLAY "SEM DADOS BANCARIOS.... " WRK-QTD-SEM-CONTA.
           DISPLAY "GRAVADO EM REMESSA_SALARIO.TXT".

      *=== DETALHE DO FUNCIONARIO COM OS DADOS BANCARIOS DO CADASTRO;
      *=== O HISTORICO FICA MARCADO COMO REMETIDO
       0210-REMETER-CREDITO  SECTION.
           PERFORM 0220-LER-CADASTRO.
           IF NOT CADASTRO-ACHADO
              OR FUN-BANCO EQUAL ZEROS
              OR FUN-AGENCIA EQUAL ZEROS
              OR FUN-CONTA EQUAL SPACES
               ADD 1 TO WRK-QTD-SEM-CONTA
               DISPLAY "AVISO: MATRICULA " FLH-MATRICULA
                       " SEM BANCO/AGENCIA/CONTA NO CADASTRO - FORA"
                       " DA REMESSA (ACERTAR PELO FUNMANU)"
           ELSE
               MOVE FLH-MATRICULA  TO RMD-MATRICULA
               MOVE FLH-NOME       TO RMD-NOME
               MOVE FUN-CPF        TO RMD-CPF
               MOVE FUN-BANCO      TO RMD-BANCO
               MOVE FUN-AGENCIA    TO RMD-AGENCIA
               MOVE FUN-CONTA      TO RMD-CONTA
               MOVE FLH-LIQUIDO    TO RMD-VALOR
               MOVE WRK-REM-DETALHE TO REG-REMESSA
               WRITE REG-REMESSA

               MOVE "R"           TO FLH-SITUACAO-PGTO
               MOVE WRK-DATA-HOJE TO FLH-DATA-REMESSA
               MOVE ZEROS         TO FLH-DATA-CREDITO
               MOVE SPACES        TO FLH-OCORRENCIA
               REWRITE REG-FOLHIST
                   INVALID KEY
                       DISPLAY "FALHA AO MARCAR A MATRICULA "
                               FLH-MATRICULA " COMO REMETIDA - FS "
                               FS-FOLHIST
               END-REWRITE
               ADD 1 TO WRK-QTD-REMETIDOS
               ADD FLH-LIQUIDO TO WRK-TOTAL-REMETIDO
           END-IF.

       0220-LER-CADASTRO     SECTION.
           MOVE "N" TO WRK-CADASTRO-ACHADO.
           MOVE FLH-MATRICULA TO FUN-MATRICULA.
           READ FUNCIONARIOS
               KEY IS FUN-MATRICULA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CADASTRO-ACHADO
           END-READ.

      *=== MODO 2: O HEADER TEM DE SER DA COMPETENCIA PEDIDA; CADA
      *=== DETALHE "CR" MARCA O CREDITO, QUALQUER OUTRA OCORRENCIA E
      *=== REJEICAO E VAI PARA A LISTA
       0400-PROCESSAR-RETORNO SECTION.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               DISPLAY "RETORNO_SALARIO.TXT NAO FOI ABERTO - FS "
                       FS-RETORNO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

           READ RETORNO.
           IF FS-RETORNO NOT EQUAL 00
              OR RTH-TIPO NOT EQUAL "0"
              OR RTH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               DISPLAY "RETORNO SEM HEADER DA COMPETENCIA "
                       WRK-COMPETENCIA " - NADA PROCESSADO"
               CLOSE RETORNO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-REJEITADOS-PATH.
           STRING "..\dados\CREDITO_REJEITADO_" DELIMITED BY SIZE
                  WRK-COMPETENCIA               DELIMITED BY SIZE
                  ".TXT"                        DELIMITED BY SIZE
                  INTO WRK-REJEITADOS-PATH.
           OPEN OUTPUT REJEITADOS.
           IF FS-REJEITADOS NOT EQUAL 00
               DISPLAY WRK-REJEITADOS-PATH
                       " NAO PODE SER CRIADO - FS " FS-REJEITADOS
               CLOSE RETORNO
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-REJEITADO.
           STRING "CREDITOS DE SALARIO REJEITADOS PELO BANCO - "
                  DELIMITED BY SIZE
                  "COMPETENCIA " DELIMITED BY SIZE
                  WRK-COMP-MES   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WRK-COMP-ANO   DELIMITED BY SIZE
                  INTO REG-REJEITADO
           END-STRING.
           WRITE REG-REJEITADO.
           MOVE "PAGAR POR OUTRO MEIO E ACERTAR A CONTA NO FUNMANU"
             TO REG-REJEITADO.
           WRITE REG-REJEITADO.
           MOVE SPACES TO REG-REJEITADO.
           WRITE REG-REJEITADO.

           READ RETORNO.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
      *=== SO OS DETALHES (TIPO 1) INTERESSAM; O TRAILER PASSA
               IF RET-TIPO EQUAL "1"
                   PERFORM 0410-TRATAR-CREDITO
               END-IF
               READ RETORNO
           END-PERFORM.
           CLOSE RETORNO.

           MOVE SPACES TO REG-REJEITADO.
           WRITE REG-REJEITADO.
           MOVE WRK-TOTAL-REJEITADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REG-REJEITADO.
           STRING "TOTAL REJEITADO: " DELIMITED BY SIZE
                  WRK-QTD-REJEITADOS  DELIMITED BY SIZE
                  " CREDITOS - "      DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
                  INTO REG-REJEITADO
           END-STRING.
           WRITE REG-REJEITADO.
           CLOSE REJEITADOS.

           PERFORM 0430-CONTAR-SEM-RETORNO.

           DISPLAY "CREDITOS CONFIRMADOS... " WRK-QTD-CREDITADOS.
           DISPLAY "CREDITOS REJEITADOS.... " WRK-QTD-REJEITADOS.
           DISPLAY "SEM CASAR COM A FOLHA.. " WRK-QTD-SEM-CASAR.
           DISPLAY "REMETIDOS SEM RETORNO.. " WRK-QTD-SEM-RETORNO.
           DISPLAY "REJEICOES EM " WRK-REJEITADOS-PATH.

       0410-TRATAR-CREDITO   SECTION.
           IF RET-MATRICULA NOT NUMERIC
               ADD 1 TO WRK-QTD-SEM-CASAR
               DISPLAY "REVISAR: MATRICULA " RET-MATRICULA
                       " INVALIDA NO RETORNO"
           ELSE
               MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA
               MOVE RET-MATRICULA-R   TO FLH-MATRICULA
               READ FOLHIST
                   KEY IS FLH-CHAVE
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-CASAR
                       DISPLAY "REVISAR: MATRICULA " RET-MATRICULA
                               " NAO ESTA NA FOLHA DA COMPETENCIA"
                   NOT INVALID KEY
                       IF NOT PGTO-REMETIDO
                           ADD 1 TO WRK-QTD-SEM-CASAR
                           DISPLAY "REVISAR: MATRICULA " RET-MATRICULA
                                   " NAO ESTAVA AGUARDANDO RETORNO "
                                   "(SITUACAO '" FLH-SITUACAO-PGTO "')"
                       ELSE
                           PERFORM 0420-BAIXAR-CREDITO
                       END-IF
               END-READ
           END-IF.

      *=== "CR" MARCA O CREDITO NA DATA DO BANCO; O RESTO E REJEICAO
       0420-BAIXAR-CREDITO   SECTION.
           MOVE RET-OCORRENCIA TO FLH-OCORRENCIA.
           IF RET-DATA-CREDITO NUMERIC
               MOVE RET-DATA-CREDITO TO FLH-DATA-CREDITO
           ELSE
               MOVE WRK-DATA-HOJE TO FLH-DATA-CREDITO
           END-IF.

           IF RET-OCORRENCIA EQUAL "CR"
               MOVE "C" TO FLH-SITUACAO-PGTO
               ADD 1 TO WRK-QTD-CREDITADOS
               IF RET-VALOR NUMERIC
                  AND RET-VALOR-R NOT EQUAL FLH-LIQUIDO
                   MOVE RET-VALOR-R TO WRK-VALOR-ED
                   DISPLAY "REVISAR: MATRICULA " RET-MATRICULA
                           " CREDITADA COM VALOR " WRK-VALOR-ED
                           " DIFERENTE DO LIQUIDO"
               END-IF
           ELSE
               MOVE "J" TO FLH-SITUACAO-PGTO
               MOVE ZEROS TO FLH-DATA-CREDITO
               PERFORM 0425-LISTAR-REJEICAO
           END-IF.

           REWRITE REG-FOLHIST
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR A MATRICULA "
                           FLH-MATRICULA " - FS " FS-FOLHIST
           END-REWRITE.

      *=== LINHA DA LISTA COM A CONTA QUE O BANCO RECUSOU E O MOTIVO
       0425-LISTAR-REJEICAO  SECTION.
           ADD 1 TO WRK-QTD-REJEITADOS.
           ADD FLH-LIQUIDO TO WRK-TOTAL-REJEITADO.

           MOVE FLH-MATRICULA TO RJL-MATRICULA.
           MOVE FLH-NOME      TO RJL-NOME.
           MOVE FLH-LIQUIDO   TO RJL-VALOR.
           PERFORM 0220-LER-CADASTRO.
           IF CADASTRO-ACHADO
               MOVE FUN-BANCO   TO RJL-BANCO
               MOVE FUN-AGENCIA TO RJL-AGENCIA
               MOVE FUN-CONTA   TO RJL-CONTA
           ELSE
               MOVE ZEROS       TO RJL-BANCO
               MOVE ZEROS       TO RJL-AGENCIA
               MOVE SPACES      TO RJL-CONTA
           END-IF.

           EVALUATE RET-OCORRENCIA
               WHEN "CE"
                   MOVE "CONTA ENCERRADA"       TO RJL-MOTIVO
               WHEN "CI"
                   MOVE "CONTA INEXISTENTE"     TO RJL-MOTIVO
               WHEN "AI"
                   MOVE "AGENCIA INVALIDA"      TO RJL-MOTIVO
               WHEN "CP"
                   MOVE "CPF NAO CONFERE"       TO RJL-MOTIVO
               WHEN "CB"
                   MOVE "CONTA BLOQUEADA"       TO RJL-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO RJL-MOTIVO
                   STRING "OCORRENCIA " DELIMITED BY SIZE
                          RET-OCORRENCIA DELIMITED BY SIZE
                          INTO RJL-MOTIVO
                   END-STRING
           END-EVALUATE.

           MOVE WRK-LIN-REJEITADO TO REG-REJEITADO.
           WRITE REG-REJEITADO.

      *=== O QUE FOI REMETIDO E NAO VOLTOU NESTE RETORNO SEGUE
      *=== AGUARDANDO O PROXIMO
       0430-CONTAR-SEM-RETORNO SECTION.
           MOVE WRK-COMPETENCIA-N TO FLH-COMPETENCIA.
           MOVE ZEROS             TO FLH-MATRICULA.
           START FOLHIST KEY IS NOT LESS THAN FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               READ FOLHIST NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FOLHIST NOT EQUAL 00
                      OR FLH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA-N
               IF PGTO-REMETIDO
                   ADD 1 TO WRK-QTD-SEM-RETORNO
               END-IF
               READ FOLHIST NEXT RECORD
           END-PERFORM.

       0300-FINALIZAR        SECTION.
           CLOSE FOLHIST.
           CLOSE FUNCIONARIOS.
           DISPLAY "FIM DE PROGRAMA".
       END PROGRAM FOLCRED.
