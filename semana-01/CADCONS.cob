      *==  OBSERVACOES: A COMPARACAO E FEITA EM CAIXA ALTA DOS DOIS
      *==               LADOS, JA QUE O PROGRAMA02 GRAVA O NOME DO
      *==               JEITO QUE FOI DIGITADO
      *==  ALTERACOES
      *==  20/08/2025 GC: A CONSULTA PASSA A LER O CADASTRO DE
      *==               FUNCIONARIOS (FUNCIONARIOS.DAT, COPYBOOK
      *==               FUNREG) EM VEZ DO CADASTRO.DAT: PROCURA PELA
      *==               MATRICULA (LEITURA DIRETA) OU, COM MATRICULA
      *==               ZERO, POR PARTE DO NOME COMO ANTES, E MOSTRA
      *==               MATRICULA, SITUACAO, CPF, ADMISSAO,
      *==               DEPARTAMENTO, CARGO, SALARIO BASE E
      *==               DEPENDENTES
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CADASTRO DE FUNCIONARIOS, INDEXADO PELA MATRICULA
           SELECT FUNCIONARIOS ASSIGN
           TO "..\dados\FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUN-MATRICULA
               ALTERNATE RECORD KEY IS FUN-CPF
                   WITH DUPLICATES
               FILE STATUS IS FS-FUNCIONARIOS.

       DATA DIVISION.
       FILE                  SECTION.
       FD  FUNCIONARIOS.
           COPY "FUNREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-FUNCIONARIOS      PIC 9(002) VALUE ZEROS.

      *=== MATRICULA PROCURADA (ZERO = PROCURA PELO NOME)
       77  WRK-MATRICULA        PIC 9(006) VALUE ZEROS.

      *=== PROCURA POR PARTE DO NOME, EM QUALQUER POSICAO
       77  WRK-NOME-BUSCA       PIC X(030) VALUE SPACES.
       77  WRK-TOTAL-LIDOS      PIC 9(004) VALUE ZEROS.
       77  WRK-TOTAL-ACHADOS    PIC 9(004) VALUE ZEROS.
       77  WRK-SALARIO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SITUACAO-EXT     PIC X(011) VALUE SPACES.

      *=== MASCARA DO CPF (COPYBOOKS DOCWS/DOCPR)
       COPY "DOCWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.DAT NAO PODE SER ABERTO - FS "
                       FS-FUNCIONARIOS
               STOP RUN
           END-IF.

           DISPLAY "MATRICULA (0 = PROCURAR PELO NOME): ".
           ACCEPT WRK-MATRICULA.
           IF WRK-MATRICULA EQUAL ZEROS
               DISPLAY "DIGITE PARTE DO NOME: "
               ACCEPT WRK-NOME-BUSCA
           END-IF.
           MOVE FUNCTION UPPER-CASE(WRK-NOME-BUSCA)
               TO WRK-NOME-BUSCA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-NOME-BUSCA))
               TO WRK-TAM-BUSCA.

       0200-PROCESSAR        SECTION.
           IF WRK-MATRICULA GREATER ZEROS
               MOVE WRK-MATRICULA TO FUN-MATRICULA
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "MATRICULA " WRK-MATRICULA
                               " NAO CADASTRADA"
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM 0220-MOSTRAR-CADASTRO
                       ADD 1 TO WRK-TOTAL-ACHADOS
               END-READ
           ELSE
               READ FUNCIONARIOS NEXT RECORD
               PERFORM UNTIL FS-FUNCIONARIOS NOT EQUAL 00
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM 0210-VERIFICAR-NOME
                   IF NOME-ACHADO
                       PERFORM 0220-MOSTRAR-CADASTRO
                       ADD 1 TO WRK-TOTAL-ACHADOS
                   END-IF
                   READ FUNCIONARIOS NEXT RECORD
               END-PERFORM
           END-IF.

      *=== PROCURA WRK-NOME-BUSCA EM QUALQUER POSICAO DO NOME GRAVADO,
      *=== COMPARANDO OS DOIS LADOS EM CAIXA ALTA
               PERFORM VARYING WRK-POS FROM 1 BY 1
                         UNTIL WRK-POS GREATER (31 - WRK-TAM-BUSCA)
                   IF FUNCTION UPPER-CASE
                       (FUN-NOME(WRK-POS:WRK-TAM-BUSCA))
                       EQUAL FUNCTION TRIM(WRK-NOME-BUSCA)
                       MOVE "S" TO WRK-ACHOU-NOME
                   END-IF
           END-IF.

       0220-MOSTRAR-CADASTRO SECTION.
           EVALUATE TRUE
               WHEN FUNCIONARIO-ATIVO
                   MOVE "ATIVO"       TO WRK-SITUACAO-EXT
               WHEN FUNCIONARIO-INCOMPLETO
                   MOVE "INCOMPLETO"  TO WRK-SITUACAO-EXT
               WHEN FUNCIONARIO-DESLIGADO
                   MOVE "DESLIGADO"   TO WRK-SITUACAO-EXT
               WHEN OTHER
                   MOVE FUN-SITUACAO  TO WRK-SITUACAO-EXT
           END-EVALUATE.
           MOVE "F"     TO WRK-DOC-TIPO.
           MOVE FUN-CPF TO WRK-DOC-NUMERO.
           IF FUN-CPF EQUAL ZEROS
               MOVE SPACES TO WRK-DOC-TIPO
           END-IF.
           PERFORM 9088-EDITAR-DOCUMENTO.
           MOVE FUN-SALARIO-BASE TO WRK-SALARIO-ED.
           DISPLAY "MATRICULA. " FUN-MATRICULA "  (" WRK-SITUACAO-EXT
                   ")".
           DISPLAY "NOME...... " FUN-NOME.
           DISPLAY "CPF....... " WRK-DOC-EDITADO.
           DISPLAY "IDADE..... " FUN-IDADE.
           DISPLAY "ADMISSAO.. " FUN-DATA-ADMISSAO.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "DESLIGADO. " FUN-DATA-DESLIGAMENTO
           END-IF.
           DISPLAY "DEPTO..... " FUN-DEPARTAMENTO.
           DISPLAY "CARGO..... " FUN-CARGO.
           DISPLAY "SALARIO... " WRK-SALARIO-ED.
           DISPLAY "DEPEND.... " FUN-QTD-DEPENDENTES.
           DISPLAY "==========================".

       0300-FINALIZAR        SECTION.
           CLOSE FUNCIONARIOS.
           DISPLAY "CADASTROS LIDOS.... " WRK-TOTAL-LIDOS.
           DISPLAY "CADASTROS ACHADOS.. " WRK-TOTAL-ACHADOS.
           DISPLAY "FIM DE PROGRAMA".

       COPY "DOCPR.cpy".
