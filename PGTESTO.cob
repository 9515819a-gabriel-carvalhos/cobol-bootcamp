       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGTESTO.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONVERSAO, DE UMA UNICA VEZ, DO LAYOUT DE
      *==            FAT_PAGAMENTOS.DAT PARA O PGTREG COM A SITUACAO
      *==            DE ESTORNO (ESTORNO DE PAGAMENTO NO PROGRAMA12):
      *==            O REGISTRO DE 68 POSICOES PASSA A TER
      *==            PGT-SITUACAO E PGT-DATA-ESTORNO NO FIM (77
      *==            POSICOES), COM TODAS AS LINHAS EXISTENTES NAO
      *==            ESTORNADAS; SEM ESTA VIRADA, UM FAT_PAGAMENTOS.DAT
      *==            ANTERIOR A MUDANCA ABRE COM FILE STATUS 39 NO
      *==            PROGRAMA08/12/13
      *==  DATA: 19/05/2025
      *==  OBSERVACOES: MESMO PADRAO DO FATSALD (CONVERSAO DE LAYOUT):
      *==               LE O ARQUIVO POR UM SELECT COM O REGISTRO
      *==               ANTIGO, GRAVA FAT_PAGAMENTOS.NEW NO LAYOUT NOVO
      *==               E, COM OS TOTAIS CONFERIDOS, REGRAVA
      *==               FAT_PAGAMENTOS.DAT A PARTIR DELE (CONFERINDO O
      *==               TOTAL DE NOVO NA COPIA); NUMA DIVERGENCIA O
      *==               ARQUIVO FICA INTOCADO. A CHAVE NAO MUDA, SO O
      *==               REGISTRO. OS LAYOUTS SAO DECLARADOS AQUI COMO
      *==               ERAM NA VIRADA (68/77)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== FAT_PAGAMENTOS.DAT COMO FOI GRAVADO ANTES DA MUDANCA
           SELECT PAGAMENTOS-ANTIGO ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS FS-ANTIGO.

      *=== ARQUIVO DE SAIDA, GERADO DO ZERO JA NO LAYOUT NOVO
           SELECT PAGAMENTOS-NOVO ASSIGN
           TO "dados\FAT_PAGAMENTOS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-NOVO.

      *=== FAT_PAGAMENTOS.DAT REGRAVADO NA VIRADA; SELECT PROPRIO
      *=== PORQUE PAGAMENTOS-ANTIGO APONTA PARA O MESMO CAMINHO COM O
      *=== REGISTRO ANTIGO
           SELECT PAGAMENTOS-FINAL ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-CHAVE
               FILE STATUS IS FS-FINAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  PAGAMENTOS-ANTIGO.
       01  REG-PAGAMENTO-ANTIGO.
           05  ANT-CHAVE               PIC X(009).
           05  ANT-DADOS               PIC X(059).

       FD  PAGAMENTOS-NOVO.
       01  REG-PAGAMENTO.
           05  PGT-CHAVE               PIC X(009).
           05  PGT-DADOS               PIC X(059).
           05  PGT-SITUACAO            PIC X(001).
           05  PGT-DATA-ESTORNO        PIC 9(008).

       FD  PAGAMENTOS-FINAL.
       01  REG-PAGAMENTO-FINAL.
           05  FIN-CHAVE               PIC X(009).
           05  FILLER                  PIC X(068).

       WORKING-STORAGE       SECTION.
       77  FS-ANTIGO            PIC 9(002) VALUE ZEROS.
       77  FS-NOVO              PIC 9(002) VALUE ZEROS.
       77  FS-FINAL             PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-CONVERTIDOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EFETIVADOS PIC 9(006) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FS-ANTIGO NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           OPEN INPUT PAGAMENTOS-ANTIGO.
           IF FS-ANTIGO NOT EQUAL 00
               DISPLAY "FAT_PAGAMENTOS.DAT NAO ABRIU NO LAYOUT "
                       "ANTIGO - SE O FILE STATUS E 39, JA DEVE "
                       "ESTAR CONVERTIDO"
               MOVE "NADA A CONVERTER" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT PAGAMENTOS-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "FAT_PAGAMENTOS.NEW NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ PAGAMENTOS-ANTIGO NEXT.
           IF FS-ANTIGO EQUAL 00
               DISPLAY "CONVERTENDO FAT_PAGAMENTOS.DAT PARA O LAYOUT "
                       "COM ESTORNO..."
           ELSE
               DISPLAY "ARQUIVO VAZIO"
           END-IF.

      *=== ATE A MUDANCA NAO HAVIA ESTORNO: TODA LINHA E VALIDA
       0200-PROCESSAR        SECTION.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-CHAVE        TO PGT-CHAVE.
           MOVE ANT-DADOS        TO PGT-DADOS.
           MOVE SPACE            TO PGT-SITUACAO.
           MOVE ZEROS            TO PGT-DATA-ESTORNO.
           WRITE REG-PAGAMENTO.

           IF FS-NOVO EQUAL 00
               ADD 1 TO WRK-TOTAL-CONVERTIDOS
           ELSE
               MOVE "FALHA DE GRAVACAO EM FAT_PAGAMENTOS.NEW"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ PAGAMENTOS-ANTIGO NEXT.

       0300-FINALIZAR        SECTION.
           DISPLAY "LINHAS LIDAS........... " WRK-TOTAL-LIDOS.
           DISPLAY "LINHAS CONVERTIDAS..... " WRK-TOTAL-CONVERTIDOS.
           CLOSE PAGAMENTOS-ANTIGO
                 PAGAMENTOS-NOVO.

      *=== SO EFETIVA A VIRADA COM TUDO QUE FOI LIDO CONVERTIDO; NUMA
      *=== DIVERGENCIA O ARQUIVO FICA INTOCADO E O .NEW PARA ANALISE
           IF WRK-TOTAL-LIDOS EQUAL ZEROS
               DISPLAY "NADA LIDO - VIRADA NAO EFETIVADA"
           ELSE
           IF WRK-TOTAL-LIDOS EQUAL WRK-TOTAL-CONVERTIDOS
               PERFORM 0310-EFETIVAR-VIRADA
           ELSE
               DISPLAY "TOTAIS NAO CONFEREM - VIRADA NAO EFETIVADA"
               MOVE "DIVERGENCIA DE TOTAIS NA CONVERSAO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA".

      *=== REGRAVA FAT_PAGAMENTOS.DAT A PARTIR DO .NEW, CONFERINDO O
      *=== TOTAL COPIADO MAIS UMA VEZ
       0310-EFETIVAR-VIRADA  SECTION.
           OPEN INPUT PAGAMENTOS-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "FAT_PAGAMENTOS.NEW NAO REABRIU" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT PAGAMENTOS-FINAL.
           IF FS-FINAL NOT EQUAL 00
               MOVE "FAT_PAGAMENTOS.DAT NAO REABRIU (FINAL)"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ PAGAMENTOS-NOVO NEXT.
           PERFORM UNTIL FS-NOVO NOT EQUAL 00
               MOVE REG-PAGAMENTO TO REG-PAGAMENTO-FINAL
               WRITE REG-PAGAMENTO-FINAL
               IF FS-FINAL EQUAL 00
                   ADD 1 TO WRK-TOTAL-EFETIVADOS
               ELSE
                   MOVE "FALHA DE GRAVACAO NA VIRADA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ PAGAMENTOS-NOVO NEXT
           END-PERFORM.

           CLOSE PAGAMENTOS-NOVO
                 PAGAMENTOS-FINAL.

           IF WRK-TOTAL-EFETIVADOS EQUAL WRK-TOTAL-CONVERTIDOS
               DISPLAY "LINHAS EFETIVADAS...... " WRK-TOTAL-EFETIVADOS
               DISPLAY "FAT_PAGAMENTOS.DAT JA ESTA NO LAYOUT COM "
                       "ESTORNO"
           ELSE
               DISPLAY "TOTAL EFETIVADO DIVERGE DO CONVERTIDO"
               MOVE "DIVERGENCIA DE TOTAIS NA VIRADA"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
