       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATSALD.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONVERSAO, DE UMA UNICA VEZ, DO LAYOUT DE
      *==            CONTAS_RECEBER.DAT PARA O FATREG COM O SALDO EM
      *==            ABERTO E A QUANTIDADE DE PAGAMENTOS (PAGAMENTO
      *==            PARCIAL NO PROGRAMA12): O REGISTRO DE 88 POSICOES
      *==            PASSA A TER FAT-SALDO E FAT-QTD-PGTOS NO FIM (101
      *==            POSICOES) - FATURA EM ABERTO COMECA COM SALDO =
      *==            VALOR, LIQUIDADA COM SALDO ZERO; SEM ESTA VIRADA,
      *==            UM CONTAS_RECEBER.DAT ANTERIOR A MUDANCA ABRE COM
      *==            FILE STATUS 39 NO PROGRAMA08/12/13
      *==  DATA: 16/05/2025
      *==  OBSERVACOES: MESMO PADRAO DO ARQ017 (CONVERSAO DE LAYOUT):
      *==               LE O LIVRO POR UM SELECT COM O REGISTRO ANTIGO,
      *==               GRAVA CONTAS_RECEBER.NEW NO LAYOUT NOVO E, COM
      *==               OS TOTAIS CONFERIDOS, REGRAVA CONTAS_RECEBER.DAT
      *==               A PARTIR DELE (CONFERINDO O TOTAL DE NOVO NA
      *==               COPIA); NUMA DIVERGENCIA O LIVRO FICA INTOCADO.
      *==               AS CHAVES NAO MUDAM, SO O REGISTRO. RODAR
      *==               DEPOIS DO FATINDX. OS LAYOUTS SAO DECLARADOS
      *==               AQUI COMO ERAM NA VIRADA (88/101)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CONTAS_RECEBER.DAT COMO FOI GRAVADO ANTES DA MUDANCA
           SELECT RECEBER-ANTIGO ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-NUMERO
               ALTERNATE RECORD KEY IS ANT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-ANTIGO.

      *=== ARQUIVO DE SAIDA, GERADO DO ZERO JA NO LAYOUT NOVO
           SELECT RECEBER-NOVO ASSIGN
           TO "dados\CONTAS_RECEBER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-NOVO.

      *=== CONTAS_RECEBER.DAT REGRAVADO NA VIRADA; SELECT PROPRIO
      *=== PORQUE RECEBER-ANTIGO APONTA PARA O MESMO CAMINHO COM O
      *=== REGISTRO ANTIGO
           SELECT RECEBER-FINAL ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-NUMERO
               ALTERNATE RECORD KEY IS FIN-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-FINAL.

       DATA DIVISION.
       FILE                  SECTION.
       FD  RECEBER-ANTIGO.
       01  REG-RECEBER-ANTIGO.
           05  ANT-NUMERO              PIC 9(006).
           05  ANT-CLIENTE             PIC X(030).
           05  ANT-VALOR               PIC 9(008)V99.
           05  ANT-EMISSAO             PIC 9(008).
           05  ANT-VENCIMENTO          PIC 9(008).
           05  ANT-STATUS              PIC X(001).
           05  ANT-DATA-PGTO           PIC 9(008).
           05  ANT-VALOR-PAGO          PIC 9(008)V99.
           05  ANT-CHAVE-CLI           PIC X(007).

       FD  RECEBER-NOVO.
       01  REG-RECEBER.
           05  FAT-NUMERO              PIC 9(006).
           05  FAT-CLIENTE             PIC X(030).
           05  FAT-VALOR               PIC 9(008)V99.
           05  FAT-EMISSAO             PIC 9(008).
           05  FAT-VENCIMENTO          PIC 9(008).
           05  FAT-STATUS              PIC X(001).
           05  FAT-DATA-PGTO           PIC 9(008).
           05  FAT-VALOR-PAGO          PIC 9(008)V99.
           05  FAT-CHAVE-CLI           PIC X(007).
           05  FAT-SALDO               PIC 9(008)V99.
           05  FAT-QTD-PGTOS           PIC 9(003).

       FD  RECEBER-FINAL.
       01  REG-RECEBER-FINAL.
           05  FIN-NUMERO              PIC 9(006).
           05  FILLER                  PIC X(075).
           05  FIN-CHAVE-CLI           PIC X(007).
           05  FILLER                  PIC X(013).

       WORKING-STORAGE       SECTION.
       77  FS-ANTIGO            PIC 9(002) VALUE ZEROS.
       77  FS-NOVO              PIC 9(002) VALUE ZEROS.
       77  FS-FINAL             PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-CONVERTIDOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EFETIVADOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-ABERTO     PIC 9(010)V99 VALUE ZEROS.
       77  WRK-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FS-ANTIGO NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           OPEN INPUT RECEBER-ANTIGO.
           IF FS-ANTIGO NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO ABRIU NO LAYOUT "
                       "ANTIGO - SE O FILE STATUS E 39, JA DEVE "
                       "ESTAR CONVERTIDO"
               MOVE "NADA A CONVERTER" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT RECEBER-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "CONTAS_RECEBER.NEW NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ RECEBER-ANTIGO NEXT.
           IF FS-ANTIGO EQUAL 00
               DISPLAY "CONVERTENDO CONTAS_RECEBER.DAT PARA O LAYOUT "
                       "COM SALDO..."
           ELSE
               DISPLAY "ARQUIVO VAZIO"
           END-IF.

      *=== FATURA LIQUIDADA FICA COM SALDO ZERO; ABERTA, COM O VALOR
      *=== INTEIRO. AS LIQUIDACOES ANTIGAS NAO TEM LINHA EM
      *=== FAT_PAGAMENTOS.DAT, POR ISSO A QUANTIDADE COMECA EM ZERO
       0200-PROCESSAR        SECTION.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-NUMERO       TO FAT-NUMERO.
           MOVE ANT-CLIENTE      TO FAT-CLIENTE.
           MOVE ANT-VALOR        TO FAT-VALOR.
           MOVE ANT-EMISSAO      TO FAT-EMISSAO.
           MOVE ANT-VENCIMENTO   TO FAT-VENCIMENTO.
           MOVE ANT-STATUS       TO FAT-STATUS.
           MOVE ANT-DATA-PGTO    TO FAT-DATA-PGTO.
           MOVE ANT-VALOR-PAGO   TO FAT-VALOR-PAGO.
           MOVE ANT-CHAVE-CLI    TO FAT-CHAVE-CLI.
           MOVE ZEROS            TO FAT-QTD-PGTOS.
           IF ANT-STATUS EQUAL "L"
               MOVE ZEROS        TO FAT-SALDO
           ELSE
               MOVE ANT-VALOR    TO FAT-SALDO
               ADD ANT-VALOR     TO WRK-TOTAL-ABERTO
           END-IF.
           WRITE REG-RECEBER.

           IF FS-NOVO EQUAL 00 OR FS-NOVO EQUAL 02
               ADD 1 TO WRK-TOTAL-CONVERTIDOS
           ELSE
               MOVE "FALHA DE GRAVACAO EM CONTAS_RECEBER.NEW"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ RECEBER-ANTIGO NEXT.

       0300-FINALIZAR        SECTION.
           DISPLAY "FATURAS LIDAS.......... " WRK-TOTAL-LIDOS.
           DISPLAY "FATURAS CONVERTIDAS.... " WRK-TOTAL-CONVERTIDOS.
           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED.
           DISPLAY "SALDO EM ABERTO........ " WRK-VALOR-ED.
           CLOSE RECEBER-ANTIGO
                 RECEBER-NOVO.

      *=== SO EFETIVA A VIRADA COM TUDO QUE FOI LIDO CONVERTIDO; NUMA
      *=== DIVERGENCIA O LIVRO FICA INTOCADO E O .NEW FICA PARA ANALISE
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

      *=== REGRAVA CONTAS_RECEBER.DAT A PARTIR DO .NEW, CONFERINDO O
      *=== TOTAL COPIADO MAIS UMA VEZ
       0310-EFETIVAR-VIRADA  SECTION.
           OPEN INPUT RECEBER-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "CONTAS_RECEBER.NEW NAO REABRIU" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT RECEBER-FINAL.
           IF FS-FINAL NOT EQUAL 00
               MOVE "CONTAS_RECEBER.DAT NAO REABRIU (FINAL)"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ RECEBER-NOVO NEXT.
           PERFORM UNTIL FS-NOVO NOT EQUAL 00
               MOVE REG-RECEBER TO REG-RECEBER-FINAL
               WRITE REG-RECEBER-FINAL
               IF FS-FINAL EQUAL 00 OR FS-FINAL EQUAL 02
                   ADD 1 TO WRK-TOTAL-EFETIVADOS
               ELSE
                   MOVE "FALHA DE GRAVACAO NA VIRADA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ RECEBER-NOVO NEXT
           END-PERFORM.

           CLOSE RECEBER-NOVO
                 RECEBER-FINAL.

           IF WRK-TOTAL-EFETIVADOS EQUAL WRK-TOTAL-CONVERTIDOS
               DISPLAY "FATURAS EFETIVADAS..... " WRK-TOTAL-EFETIVADOS
               DISPLAY "CONTAS_RECEBER.DAT JA ESTA NO LAYOUT COM SALDO"
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
