       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: INFORME DE RENDIMENTOS DO ANO-CALENDARIO: TODO
      *==            FEVEREIRO O RH REFAZIA A MAO OS TOTAIS DO ANO DE
      *==            CADA FUNCIONARIO. ESTE LOTE SOMA, DO HISTORICO DA
      *==            FOLHA MENSAL (FOLHA_HIST.DAT), POR FUNCIONARIO E
      *==            ANO, OS RENDIMENTOS TRIBUTAVEIS, O INSS E O IR
      *==            RETIDOS, A DEDUCAO DOS DEPENDENTES E O 13O SALARIO
      *==            (COM O INSS E O IR DELE), IMPRIME O COMPROVANTE NO
      *==            LAYOUT OFICIAL EM INFORME_RENDIMENTOS_AAAA.TXT E
      *==            GRAVA O RESUMO PARA A DECLARACAO ANUAL DO
      *==            IMPOSTO RETIDO EM INFORME_RESUMO_AAAA.TXT - HEADER
      *==            (TIPO 0), 1 DETALHE POR BENEFICIARIO (TIPO 1) E
      *==            TRAILER (TIPO 9) COM OS TOTAIS DA EMPRESA
      *==  DATA: 27/08/2025
      *==  OBSERVACOES: O CNPJ DA FONTE PAGADORA VEM DO RPS.CTL
      *==               (COPYBOOK FATRPC). MES SEM FOLHA NO HISTORICO
      *==               DENTRO DO PERIODO DO FUNCIONARIO NO ANO (DA
      *==               ADMISSAO AO DESLIGAMENTO, ATE O MES CORRENTE NO
      *==               ANO EM CURSO) E AVISADO NA TELA E SAI NO
      *==               COMPROVANTE, EM INFORMACOES COMPLEMENTARES. A
      *==               DEDUCAO DOS DEPENDENTES E A DO IRFAIXA VEZES OS
      *==               DEPENDENTES GRAVADOS EM CADA MES DO HISTORICO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== HISTORICO DA FOLHA: COMPETENCIA + MATRICULA (FOLHAMES)
           SELECT FOLHIST ASSIGN
           TO "..\dados\FOLHA_HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLH-CHAVE
               FILE STATUS IS FS-FOLHIST.

      *=== CADASTRO DE FUNCIONARIOS: CPF, ADMISSAO E DESLIGAMENTO
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

      *=== DADOS DA EMPRESA (CNPJ), 1 LINHA SO (VER PROGRAMA08)
           SELECT RPSCTL ASSIGN
           TO "..\dados\RPS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPSCTL.

      *=== COMPROVANTES DO ANO (1 BLOCO POR FUNCIONARIO)
           SELECT INFORME ASSIGN
           TO WRK-INFORME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFORME.

      *=== RESUMO PARA A DECLARACAO ANUAL DO IMPOSTO RETIDO
           SELECT RESUMO ASSIGN
           TO WRK-RESUMO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.

      *=== ARQUIVO DE TRABALHO DO SORT DO INFORME
           SELECT ORDENACAO ASSIGN
           TO "..\dados\INFORME.SRT".

       DATA DIVISION.
       FILE                  SECTION.
       FD  FOLHIST.
           COPY "FOLHIST.cpy".

       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       FD  RPSCTL.
           COPY "FATRPC.cpy".

       FD  INFORME.
       01  REG-INFORME                 PIC X(080).

      *=== OS 3 TIPOS DE REGISTRO DO RESUMO SAO VISOES DA MESMA LINHA
       FD  RESUMO.
       01  REG-RESUMO                  PIC X(130).

      *=== REGISTRO DO SORT: MATRICULA, COMPETENCIA E O HISTORICO
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05  SRT-MATRICULA           PIC 9(006).
           05  SRT-COMPETENCIA         PIC 9(006).
           05  SRT-FOLHIST             PIC X(271).

       WORKING-STORAGE       SECTION.
       77  FS-FOLHIST           PIC 9(002) VALUE ZEROS.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.
       77  FS-RPSCTL            PIC 9(002) VALUE ZEROS.
       77  FS-INFORME           PIC 9(002) VALUE ZEROS.
       77  FS-RESUMO            PIC 9(002) VALUE ZEROS.

       77  WRK-INFORME-PATH     PIC X(050) VALUE SPACES.
       77  WRK-RESUMO-PATH      PIC X(050) VALUE SPACES.

       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-ANO              PIC 9(004) VALUE ZEROS.
       77  WRK-CNPJ             PIC 9(014) VALUE ZEROS.
       77  WRK-CNPJ-EDITADO     PIC X(018) VALUE SPACES.

      *=== FAIXA DE COMPETENCIAS DO ANO (AAAA01 A AAAA12)
       77  WRK-COMP-INICIO      PIC 9(006) VALUE ZEROS.
       77  WRK-COMP-FIM         PIC 9(006) VALUE ZEROS.

      *=== COMPETENCIA OU DATA DESMONTADA EM ANO E MES
       01  WRK-DATA-AUX.
           05  WRK-AUX-ANO          PIC 9(004).
           05  WRK-AUX-MES          PIC 9(002).
           05  WRK-AUX-DIA          PIC 9(002).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX
                                PIC 9(008).

      *=== DEDUCAO POR DEPENDENTE (WRK-DEDUCAO-DEP)
           COPY "IRFAIXA.cpy".

      *=== MASCARA DO CPF E DO CNPJ (COPYBOOKS DOCWS/DOCPR)
           COPY "DOCWS.cpy".

      *=== FUNCIONARIO CORRENTE NA QUEBRA DO SORT
       77  WRK-FIM-SORT         PIC X(001) VALUE "N".
       77  WRK-FUNC-ABERTO      PIC X(001) VALUE "N".
           88  FUNCIONARIO-EM-CURSO        VALUE "S".
       77  WRK-CADASTRO-ACHADO  PIC X(001) VALUE "N".
           88  CADASTRO-ACHADO             VALUE "S".
       77  WRK-MATRICULA        PIC 9(006) VALUE ZEROS.
       77  WRK-NOME             PIC X(030) VALUE SPACES.

      *=== MESES DO ANO COM FOLHA NO HISTORICO ("S") E PERIODO ESPERADO
       01  WRK-TAB-MESES.
           05  WRK-MES-FOLHA        PIC X(001) OCCURS 12 TIMES.
       77  WRK-MES-IND          PIC 9(002) VALUE ZEROS.
       77  WRK-MES-PRIMEIRO     PIC 9(002) VALUE ZEROS.
       77  WRK-MES-ULTIMO       PIC 9(002) VALUE ZEROS.
       77  WRK-QTD-MESES        PIC 9(002) VALUE ZEROS.
       77  WRK-QTD-FALTANDO     PIC 9(002) VALUE ZEROS.
       77  WRK-MESES-FALTANDO   PIC X(036) VALUE SPACES.
       77  WRK-PONTEIRO         PIC 9(003) VALUE ZEROS.

      *=== TOTAIS DO FUNCIONARIO NO ANO E DA EMPRESA
       01  WRK-TOTAIS-FUNC.
           05  WRK-TF-RENDIMENTOS   PIC 9(010)V99.
           05  WRK-TF-INSS          PIC 9(010)V99.
           05  WRK-TF-IR            PIC 9(010)V99.
           05  WRK-TF-DEDUCAO-DEP   PIC 9(010)V99.
           05  WRK-TF-13O           PIC 9(010)V99.
           05  WRK-TF-INSS-13O      PIC 9(010)V99.
           05  WRK-TF-IR-13O        PIC 9(010)V99.
       01  WRK-TOTAIS-EMPRESA.
           05  WRK-TE-BENEFICIARIOS PIC 9(006).
           05  WRK-TE-RENDIMENTOS   PIC 9(012)V99.
           05  WRK-TE-INSS          PIC 9(012)V99.
           05  WRK-TE-IR            PIC 9(012)V99.
           05  WRK-TE-DEDUCAO-DEP   PIC 9(012)V99.
           05  WRK-TE-13O           PIC 9(012)V99.
           05  WRK-TE-INSS-13O      PIC 9(012)V99.
           05  WRK-TE-IR-13O        PIC 9(012)V99.
       77  WRK-DEDUCAO-MES      PIC 9(008)V99 VALUE ZEROS.

      *=== CONTADORES DO LOTE
       77  WRK-QTD-REGISTROS    PIC 9(006) VALUE ZEROS.
       77  WRK-QTD-COM-FALTA    PIC 9(004) VALUE ZEROS.
       77  WRK-QTD-SEM-CPF      PIC 9(004) VALUE ZEROS.

      *=== LINHA DE VALOR DO COMPROVANTE
       01  WRK-LIN-VALOR.
           05  IVL-DESCRICAO        PIC X(062).
           05  FILLER               PIC X(001) VALUE SPACE.
           05  IVL-VALOR            PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DATA-ED          PIC 99/99/9999 VALUE ZEROS.
       77  WRK-DATA-INV         PIC 9(008) VALUE ZEROS.
       77  WRK-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== VISOES DOS REGISTROS DO RESUMO
       01  WRK-RES-HEADER.
           05  RSH-TIPO             PIC X(001) VALUE "0".
           05  RSH-CNPJ             PIC 9(014).
           05  RSH-ANO              PIC 9(004).
           05  RSH-DATA             PIC 9(008).
           05  RSH-EMPRESA          PIC X(020) VALUE "XPTO".
           05  FILLER               PIC X(083) VALUE SPACES.
       01  WRK-RES-DETALHE.
           05  RSD-TIPO             PIC X(001) VALUE "1".
           05  RSD-CPF              PIC 9(011).
           05  RSD-MATRICULA        PIC 9(006).
           05  RSD-NOME             PIC X(030).
           05  RSD-RENDIMENTOS      PIC 9(010)V99.
           05  RSD-INSS             PIC 9(010)V99.
           05  RSD-IR               PIC 9(010)V99.
           05  RSD-DEDUCAO-DEP      PIC 9(010)V99.
           05  RSD-13O              PIC 9(010)V99.
           05  RSD-IR-13O           PIC 9(010)V99.
           05  RSD-MESES            PIC 9(002).
           05  RSD-MESES-FALTANDO   PIC 9(002).
           05  FILLER               PIC X(006) VALUE SPACES.
       01  WRK-RES-TRAILER.
           05  RST-TIPO             PIC X(001) VALUE "9".
           05  RST-BENEFICIARIOS    PIC 9(006).
           05  RST-RENDIMENTOS      PIC 9(012)V99.
           05  RST-INSS             PIC 9(012)V99.
           05  RST-IR               PIC 9(012)V99.
           05  RST-DEDUCAO-DEP      PIC 9(012)V99.
           05  RST-13O              PIC 9(012)V99.
           05  RST-IR-13O           PIC 9(012)V99.
           05  FILLER               PIC X(039) VALUE SPACES.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT ORDENACAO
               ON ASCENDING KEY SRT-MATRICULA
                                SRT-COMPETENCIA
               INPUT PROCEDURE IS 0200-SELECIONAR-ANO
               OUTPUT PROCEDURE IS 0400-EMITIR-INFORMES.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *=== PEDE O ANO-CALENDARIO, LE O CNPJ E ABRE OS ARQUIVOS
       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "ANO-CALENDARIO (AAAA): ".
           ACCEPT WRK-ANO.
           IF WRK-ANO NOT NUMERIC
              OR WRK-ANO LESS 2000
              OR WRK-ANO GREATER WRK-DATA-HOJE(1:4)
               DISPLAY "ANO INVALIDO - INFORME NAO GERADO"
               STOP RUN
           END-IF.
           COMPUTE WRK-COMP-INICIO = WRK-ANO * 100 + 1.
           COMPUTE WRK-COMP-FIM    = WRK-ANO * 100 + 12.

           OPEN INPUT FOLHIST.
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

      *=== SEM O RPS.CTL O COMPROVANTE SAI SEM O CNPJ DA EMPRESA
           OPEN INPUT RPSCTL.
           IF FS-RPSCTL EQUAL 00
               READ RPSCTL
               IF FS-RPSCTL EQUAL 00
                   MOVE RPC-CNPJ-PRESTADOR TO WRK-CNPJ
               END-IF
               CLOSE RPSCTL
           END-IF.
           IF WRK-CNPJ EQUAL ZEROS
               DISPLAY "AVISO: RPS.CTL SEM O CNPJ DA EMPRESA - "
                       "COMPROVANTES SAEM SEM ELE"
           ELSE
               MOVE "J"      TO WRK-DOC-TIPO
               MOVE WRK-CNPJ TO WRK-DOC-NUMERO
               PERFORM 9088-EDITAR-DOCUMENTO
               MOVE WRK-DOC-EDITADO TO WRK-CNPJ-EDITADO
           END-IF.

           MOVE SPACES TO WRK-INFORME-PATH.
           STRING "..\dados\INFORME_RENDIMENTOS_" DELIMITED BY SIZE
                  WRK-ANO                         DELIMITED BY SIZE
                  ".TXT"                          DELIMITED BY SIZE
                  INTO WRK-INFORME-PATH.
           OPEN OUTPUT INFORME.
           IF FS-INFORME NOT EQUAL 00
               DISPLAY WRK-INFORME-PATH
                       " NAO PODE SER CRIADO - FS " FS-INFORME
               CLOSE FOLHIST
               CLOSE FUNCIONARIOS
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-RESUMO-PATH.
           STRING "..\dados\INFORME_RESUMO_" DELIMITED BY SIZE
                  WRK-ANO                    DELIMITED BY SIZE
                  ".TXT"                     DELIMITED BY SIZE
                  INTO WRK-RESUMO-PATH.
           OPEN OUTPUT RESUMO.
           IF FS-RESUMO NOT EQUAL 00
               DISPLAY WRK-RESUMO-PATH
                       " NAO PODE SER CRIADO - FS " FS-RESUMO
               CLOSE FOLHIST
               CLOSE FUNCIONARIOS
               CLOSE INFORME
               STOP RUN
           END-IF.

      *=== INPUT PROCEDURE DO SORT: OS MESES DO ANO NO HISTORICO, POR
      *=== MATRICULA E COMPETENCIA
       0200-SELECIONAR-ANO   SECTION.
           MOVE WRK-COMP-INICIO TO FLH-COMPETENCIA.
           MOVE ZEROS           TO FLH-MATRICULA.
           START FOLHIST KEY IS NOT LESS THAN FLH-CHAVE.
           IF FS-FOLHIST EQUAL 00
               READ FOLHIST NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FOLHIST NOT EQUAL 00
                      OR FLH-COMPETENCIA GREATER WRK-COMP-FIM
               MOVE FLH-MATRICULA   TO SRT-MATRICULA
               MOVE FLH-COMPETENCIA TO SRT-COMPETENCIA
               MOVE REG-FOLHIST     TO SRT-FOLHIST
               RELEASE REG-ORDENACAO
               ADD 1 TO WRK-QTD-REGISTROS
               READ FOLHIST NEXT RECORD
           END-PERFORM.

      *=== OUTPUT PROCEDURE DO SORT: OS MESES VOLTAM POR MATRICULA; NA
      *=== QUEBRA FECHA O COMPROVANTE E A LINHA DO RESUMO
       0400-EMITIR-INFORMES  SECTION.
           INITIALIZE WRK-TOTAIS-EMPRESA.
           MOVE WRK-CNPJ      TO RSH-CNPJ.
           MOVE WRK-ANO       TO RSH-ANO.
           MOVE WRK-DATA-HOJE TO RSH-DATA.
           MOVE WRK-RES-HEADER TO REG-RESUMO.
           WRITE REG-RESUMO.

           MOVE "N" TO WRK-FUNC-ABERTO.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
               RETURN ORDENACAO
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       MOVE SRT-FOLHIST TO REG-FOLHIST
                       IF NOT FUNCIONARIO-EM-CURSO
                          OR SRT-MATRICULA NOT EQUAL WRK-MATRICULA
                           PERFORM 0420-FECHAR-FUNCIONARIO
                           PERFORM 0410-ABRIR-FUNCIONARIO
                       END-IF
                       PERFORM 0430-ACUMULAR-MES
               END-RETURN
           END-PERFORM.
           PERFORM 0420-FECHAR-FUNCIONARIO.

           MOVE WRK-TE-BENEFICIARIOS TO RST-BENEFICIARIOS.
           MOVE WRK-TE-RENDIMENTOS   TO RST-RENDIMENTOS.
           MOVE WRK-TE-INSS          TO RST-INSS.
           MOVE WRK-TE-IR            TO RST-IR.
           MOVE WRK-TE-DEDUCAO-DEP   TO RST-DEDUCAO-DEP.
           MOVE WRK-TE-13O           TO RST-13O.
           MOVE WRK-TE-IR-13O        TO RST-IR-13O.
           MOVE WRK-RES-TRAILER TO REG-RESUMO.
           WRITE REG-RESUMO.

      *=== NOVO FUNCIONARIO NA QUEBRA: ZERA OS TOTAIS E OS MESES E LE
      *=== O CADASTRO
       0410-ABRIR-FUNCIONARIO SECTION.
           MOVE SRT-MATRICULA TO WRK-MATRICULA.
           MOVE FLH-NOME      TO WRK-NOME.
           MOVE "S" TO WRK-FUNC-ABERTO.
           INITIALIZE WRK-TOTAIS-FUNC.
           MOVE ALL "N" TO WRK-TAB-MESES.

           MOVE "N" TO WRK-CADASTRO-ACHADO.
           MOVE WRK-MATRICULA TO FUN-MATRICULA.
           READ FUNCIONARIOS
               KEY IS FUN-MATRICULA
               INVALID KEY
                   INITIALIZE REG-FUNCIONARIO
               NOT INVALID KEY
                   MOVE "S" TO WRK-CADASTRO-ACHADO
           END-READ.

      *=== SOMA O MES DO HISTORICO NOS TOTAIS DO FUNCIONARIO
       0430-ACUMULAR-MES     SECTION.
           MOVE FLH-COMPETENCIA TO WRK-DATA-AUX(1:6).
           MOVE "S" TO WRK-MES-FOLHA(WRK-AUX-MES).
           COMPUTE WRK-DEDUCAO-MES =
               FLH-QTD-DEPENDENTES * WRK-DEDUCAO-DEP.
           ADD FLH-BRUTO       TO WRK-TF-RENDIMENTOS.
           ADD FLH-INSS        TO WRK-TF-INSS.
           ADD FLH-IR          TO WRK-TF-IR.
           ADD WRK-DEDUCAO-MES TO WRK-TF-DEDUCAO-DEP.
           ADD FLH-VALOR-13    TO WRK-TF-13O.
           ADD FLH-INSS-13     TO WRK-TF-INSS-13O.
           ADD FLH-IR-13       TO WRK-TF-IR-13O.

      *=== FIM DO FUNCIONARIO: CONFERE OS MESES, IMPRIME O COMPROVANTE,
      *=== GRAVA O RESUMO E SOMA NA EMPRESA
       0420-FECHAR-FUNCIONARIO SECTION.
           IF FUNCIONARIO-EM-CURSO
               PERFORM 0440-CONFERIR-MESES
               PERFORM 0450-IMPRIMIR-COMPROVANTE
               PERFORM 0460-GRAVAR-RESUMO
               ADD 1                  TO WRK-TE-BENEFICIARIOS
               ADD WRK-TF-RENDIMENTOS TO WRK-TE-RENDIMENTOS
               ADD WRK-TF-INSS        TO WRK-TE-INSS
               ADD WRK-TF-IR          TO WRK-TE-IR
               ADD WRK-TF-DEDUCAO-DEP TO WRK-TE-DEDUCAO-DEP
               ADD WRK-TF-13O         TO WRK-TE-13O
               ADD WRK-TF-INSS-13O    TO WRK-TE-INSS-13O
               ADD WRK-TF-IR-13O      TO WRK-TE-IR-13O
               MOVE "N" TO WRK-FUNC-ABERTO
           END-IF.

      *=== PERIODO ESPERADO NO ANO: DO MES DA ADMISSAO (OU JANEIRO) AO
      *=== DO DESLIGAMENTO (OU DEZEMBRO, OU O MES CORRENTE NO ANO EM
      *=== CURSO); SEM CADASTRO, DO PRIMEIRO AO ULTIMO MES COM FOLHA
       0440-CONFERIR-MESES   SECTION.
           MOVE 01 TO WRK-MES-PRIMEIRO.
           MOVE 12 TO WRK-MES-ULTIMO.

           IF CADASTRO-ACHADO
               IF FUN-DATA-ADMISSAO NOT EQUAL ZEROS
                   MOVE FUN-DATA-ADMISSAO TO WRK-DATA-AUX-N
                   IF WRK-AUX-ANO EQUAL WRK-ANO
                       MOVE WRK-AUX-MES TO WRK-MES-PRIMEIRO
                   END-IF
               END-IF
               IF FUNCIONARIO-DESLIGADO
                   MOVE FUN-DATA-DESLIGAMENTO TO WRK-DATA-AUX-N
                   IF WRK-AUX-ANO EQUAL WRK-ANO
                       MOVE WRK-AUX-MES TO WRK-MES-ULTIMO
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WRK-MES-IND FROM 1 BY 1
                         UNTIL WRK-MES-IND GREATER 12
                            OR WRK-MES-FOLHA(WRK-MES-IND) EQUAL "S"
                   CONTINUE
               END-PERFORM
               MOVE WRK-MES-IND TO WRK-MES-PRIMEIRO
               PERFORM VARYING WRK-MES-IND FROM 12 BY -1
                         UNTIL WRK-MES-IND LESS 1
                            OR WRK-MES-FOLHA(WRK-MES-IND) EQUAL "S"
                   CONTINUE
               END-PERFORM
               MOVE WRK-MES-IND TO WRK-MES-ULTIMO
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX-N.
           IF WRK-AUX-ANO EQUAL WRK-ANO
              AND WRK-AUX-MES LESS WRK-MES-ULTIMO
               MOVE WRK-AUX-MES TO WRK-MES-ULTIMO
           END-IF.

           MOVE ZEROS  TO WRK-QTD-MESES.
           MOVE ZEROS  TO WRK-QTD-FALTANDO.
           MOVE SPACES TO WRK-MESES-FALTANDO.
           MOVE 1      TO WRK-PONTEIRO.
           PERFORM VARYING WRK-MES-IND FROM 1 BY 1
                     UNTIL WRK-MES-IND GREATER 12
               IF WRK-MES-FOLHA(WRK-MES-IND) EQUAL "S"
                   ADD 1 TO WRK-QTD-MESES
               ELSE
               IF WRK-MES-IND NOT LESS WRK-MES-PRIMEIRO
                  AND WRK-MES-IND NOT GREATER WRK-MES-ULTIMO
                   ADD 1 TO WRK-QTD-FALTANDO
                   STRING WRK-MES-IND DELIMITED BY SIZE
                          " "         DELIMITED BY SIZE
                          INTO WRK-MESES-FALTANDO
                          WITH POINTER WRK-PONTEIRO
                   END-STRING
               END-IF
               END-IF
           END-PERFORM.

           IF WRK-QTD-FALTANDO GREATER ZEROS
               ADD 1 TO WRK-QTD-COM-FALTA
               DISPLAY "AVISO: MATRICULA " WRK-MATRICULA
                       " SEM FOLHA NO HISTORICO NOS MESES "
                       WRK-MESES-FALTANDO
           END-IF.
           IF FUN-CPF EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-CPF
               DISPLAY "AVISO: MATRICULA " WRK-MATRICULA
                       " SEM CPF NO CADASTRO (COMPLETAR PELO FUNMANU)"
           END-IF.

      *=== COMPROVANTE DE RENDIMENTOS NO LAYOUT OFICIAL
       0450-IMPRIMIR-COMPROVANTE SECTION.
           MOVE ALL "=" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "MINISTERIO DA FAZENDA - SECRETARIA DA RECEITA FEDERAL"
             TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO REG-INFORME.
           STRING "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO "
                  DELIMITED BY SIZE
                  "SOBRE A RENDA RETIDO NA FONTE" DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.
           MOVE SPACES TO REG-INFORME.
           STRING "ANO-CALENDARIO " DELIMITED BY SIZE
                  WRK-ANO           DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.

           MOVE ALL "-" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO REG-INFORME.
           STRING "   CNPJ "        DELIMITED BY SIZE
                  WRK-CNPJ-EDITADO DELIMITED BY SIZE
                  "  NOME EMPRESARIAL XPTO" DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.

           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
             TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO WRK-DOC-EDITADO.
           IF FUN-CPF NOT EQUAL ZEROS
               MOVE "F"     TO WRK-DOC-TIPO
               MOVE FUN-CPF TO WRK-DOC-NUMERO
               PERFORM 9088-EDITAR-DOCUMENTO
           END-IF.
           MOVE SPACES TO REG-INFORME.
           STRING "   CPF "         DELIMITED BY SIZE
                  WRK-DOC-EDITADO   DELIMITED BY SIZE
                  "  NOME "         DELIMITED BY SIZE
                  WRK-NOME          DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.
           MOVE SPACES TO REG-INFORME.
           STRING "   MATRICULA "   DELIMITED BY SIZE
                  WRK-MATRICULA     DELIMITED BY SIZE
                  "  NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO"
                                    DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.

           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
             TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-RENDIMENTOS TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-INSS TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE "   03. CONTRIBUICOES A PREVIDENCIA COMPLEMENTAR"
             TO IVL-DESCRICAO.
           MOVE ZEROS TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE "   04. PENSAO ALIMENTICIA"
             TO IVL-DESCRICAO.
           MOVE ZEROS TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-IR TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.

           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
             TO IVL-DESCRICAO.
           MOVE ZEROS TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.

           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
             TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "   01. DECIMO TERCEIRO SALARIO"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-13O TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE "   02. IMPOSTO RETIDO SOBRE O 13O SALARIO"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-IR-13O TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.

           MOVE "7. INFORMACOES COMPLEMENTARES" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "   DEDUCAO DE DEPENDENTES NO ANO"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-DEDUCAO-DEP TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE "   CONTRIBUICAO PREVIDENCIARIA SOBRE O 13O SALARIO"
             TO IVL-DESCRICAO.
           MOVE WRK-TF-INSS-13O TO IVL-VALOR.
           PERFORM 0455-GRAVAR-VALOR.
           MOVE SPACES TO REG-INFORME.
           STRING "   MESES COM FOLHA NO ANO: " DELIMITED BY SIZE
                  WRK-QTD-MESES                 DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.
           IF WRK-QTD-FALTANDO GREATER ZEROS
               MOVE SPACES TO REG-INFORME
               STRING "   MESES SEM FOLHA NO HISTORICO: "
                                              DELIMITED BY SIZE
                      WRK-MESES-FALTANDO      DELIMITED BY SIZE
                      INTO REG-INFORME
               END-STRING
               WRITE REG-INFORME
           END-IF.

           MOVE WRK-DATA-HOJE(7:2) TO WRK-DATA-INV(1:2).
           MOVE WRK-DATA-HOJE(5:2) TO WRK-DATA-INV(3:2).
           MOVE WRK-DATA-HOJE(1:4) TO WRK-DATA-INV(5:4).
           MOVE WRK-DATA-INV TO WRK-DATA-ED.
           MOVE SPACES TO REG-INFORME.
           STRING "8. RESPONSAVEL PELAS INFORMACOES: DEPARTAMENTO "
                                       DELIMITED BY SIZE
                  "PESSOAL  DATA "     DELIMITED BY SIZE
                  WRK-DATA-ED          DELIMITED BY SIZE
                  INTO REG-INFORME
           END-STRING.
           WRITE REG-INFORME.
           MOVE SPACES TO REG-INFORME.
           WRITE REG-INFORME.

       0455-GRAVAR-VALOR     SECTION.
           MOVE WRK-LIN-VALOR TO REG-INFORME.
           WRITE REG-INFORME.

      *=== LINHA DO BENEFICIARIO NO RESUMO
       0460-GRAVAR-RESUMO    SECTION.
           MOVE FUN-CPF            TO RSD-CPF.
           MOVE WRK-MATRICULA      TO RSD-MATRICULA.
           MOVE WRK-NOME           TO RSD-NOME.
           MOVE WRK-TF-RENDIMENTOS TO RSD-RENDIMENTOS.
           MOVE WRK-TF-INSS        TO RSD-INSS.
           MOVE WRK-TF-IR          TO RSD-IR.
           MOVE WRK-TF-DEDUCAO-DEP TO RSD-DEDUCAO-DEP.
           MOVE WRK-TF-13O         TO RSD-13O.
           MOVE WRK-TF-IR-13O      TO RSD-IR-13O.
           MOVE WRK-QTD-MESES      TO RSD-MESES.
           MOVE WRK-QTD-FALTANDO   TO RSD-MESES-FALTANDO.
           MOVE WRK-RES-DETALHE TO REG-RESUMO.
           WRITE REG-RESUMO.

       0300-FINALIZAR        SECTION.
           CLOSE FOLHIST.
           CLOSE FUNCIONARIOS.
           CLOSE INFORME.
           CLOSE RESUMO.

           DISPLAY "ANO-CALENDARIO.......... " WRK-ANO.
           DISPLAY "MESES LIDOS NO HISTORICO " WRK-QTD-REGISTROS.
           DISPLAY "BENEFICIARIOS........... " WRK-TE-BENEFICIARIOS.
           MOVE WRK-TE-RENDIMENTOS TO WRK-TOTAL-ED.
           DISPLAY "RENDIMENTOS TRIBUTAVEIS. " WRK-TOTAL-ED.
           MOVE WRK-TE-INSS TO WRK-TOTAL-ED.
           DISPLAY "INSS RETIDO............. " WRK-TOTAL-ED.
           MOVE WRK-TE-IR TO WRK-TOTAL-ED.
           DISPLAY "IR RETIDO............... " WRK-TOTAL-ED.
           MOVE WRK-TE-13O TO WRK-TOTAL-ED.
           DISPLAY "13O SALARIO............. " WRK-TOTAL-ED.
           MOVE WRK-TE-IR-13O TO WRK-TOTAL-ED.
           DISPLAY "IR RETIDO SOBRE O 13O... " WRK-TOTAL-ED.
           IF WRK-QTD-COM-FALTA GREATER ZEROS
               DISPLAY "COM MESES SEM FOLHA..... " WRK-QTD-COM-FALTA
           END-IF.
           IF WRK-QTD-SEM-CPF GREATER ZEROS
               DISPLAY "SEM CPF NO CADASTRO..... " WRK-QTD-SEM-CPF
           END-IF.
           DISPLAY "COMPROVANTES EM " WRK-INFORME-PATH.
           DISPLAY "RESUMO EM " WRK-RESUMO-PATH.
           DISPLAY "FIM DE PROGRAMA".
           STOP RUN.

       COPY "DOCPR.cpy".
       END PROGRAM INFREND.
