       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATINDX.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONVERSAO, DE UMA UNICA VEZ, DE CONTAS_RECEBER.DAT
      *==            DE LINE SEQUENTIAL PARA INDEXADO POR FAT-NUMERO,
      *==            COM CHAVE ALTERNADA PELA CHAVE DO CLIENTE
      *==            (FAT-CHAVE-CLI, COM DUPLICATAS) - O MESMO
      *==            TRATAMENTO QUE CLIENTES.DAT E ALUNOS.DAT JA
      *==            RECEBERAM: O PROGRAMA12 E O PROGRAMA13 CARREGAVAM
      *==            O LIVRO INTEIRO NUMA TABELA DE 500 FATURAS E
      *==            REGRAVAVAM O ARQUIVO INTEIRO A CADA BAIXA; PASSADO
      *==            ESSE LIMITE A BAIXA E O RETORNO DO BANCO IAM
      *==            DEIXAR FATURAS PARA TRAS
      *==  DATA: 14/05/2025
      *==  OBSERVACOES: MESMO PADRAO DO PROG021/ARQ016: LE O
      *==               SEQUENCIAL, GRAVA CONTAS_RECEBER.NEW INDEXADO,
      *==               CONFERE OS TOTAIS E SO ENTAO REGRAVA
      *==               CONTAS_RECEBER.DAT INDEXADO (CONFERINDO O TOTAL
      *==               DE NOVO NA COPIA); NUMA DIVERGENCIA O ORIGINAL
      *==               FICA INTOCADO. NUMERO DE FATURA REPETIDO (FATNUM
      *==               .CTL RESTAURADO DE COPIA ANTIGA) FICA COM A 1A
      *==               OCORRENCIA E AS DEMAIS SAO CONTADAS E MOSTRADAS
      *==               - CONFIRA ANTES DE RODAR. RODAR DEPOIS DO
      *==               CLIVINC, QUE AINDA LE O LIVRO COMO SEQUENCIAL.
      *==               O LAYOUT E DECLARADO AQUI COMO ERA NA VIRADA
      *==               (88), PARA A CONVERSAO CONTINUAR FIEL A ELA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== CONTAS_RECEBER.DAT COMO SEMPRE FOI: LINE SEQUENTIAL
           SELECT RECEBER-ANTIGO ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               FILE STATUS IS FS-ANTIGO
               ORGANIZATION IS LINE SEQUENTIAL.

      *=== ARQUIVO DE SAIDA, GERADO DO ZERO JA INDEXADO; ACESSO
      *=== DINAMICO PELO MESMO MOTIVO DO PROG021 (NUMERO FORA DE ORDEM
      *=== DARIA 21 E O REPETIDO NUNCA CHEGARIA AO 22)
           SELECT RECEBER-NOVO ASSIGN
           TO "dados\CONTAS_RECEBER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-NOVO.

      *=== CONTAS_RECEBER.DAT REGRAVADO INDEXADO NA VIRADA
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
       01  REG-RECEBER-ANTIGO          PIC X(088).

      *=== MESMO LAYOUT DO FATREG NA VIRADA (88)
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
           05  FAT-CHAVE-CLI.
               10  FAT-TIPO-CLI        PIC X(001).
               10  FAT-CLI-ID          PIC 9(006).

       FD  RECEBER-FINAL.
       01  REG-RECEBER-FINAL.
           05  FIN-NUMERO              PIC 9(006).
           05  FILLER                  PIC X(075).
           05  FIN-CHAVE-CLI           PIC X(007).

       WORKING-STORAGE       SECTION.
       77  FS-ANTIGO            PIC 9(002) VALUE ZEROS.
       77  FS-NOVO              PIC 9(002) VALUE ZEROS.
       77  FS-FINAL             PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-CONVERTIDOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-DUPLICADOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EFETIVADOS PIC 9(006) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FS-ANTIGO NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           OPEN INPUT RECEBER-ANTIGO.
           IF FS-ANTIGO NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO ABRIU COMO SEQUENCIAL - "
                       "SE O FILE STATUS E 39/30, JA DEVE ESTAR "
                       "INDEXADO"
               MOVE "NADA A CONVERTER" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT RECEBER-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "CONTAS_RECEBER.NEW NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ RECEBER-ANTIGO.
           IF FS-ANTIGO EQUAL 00
               DISPLAY "CONVERTENDO CONTAS_RECEBER.DAT PARA INDEXADO..."
           ELSE
               DISPLAY "ARQUIVO VAZIO"
           END-IF.

       0200-PROCESSAR        SECTION.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE REG-RECEBER-ANTIGO TO REG-RECEBER.

      *=== FATURA ANTERIOR A CHAVE DO CLIENTE (CLIVINC NAO RODADO)
      *=== ENTRA COMO CLIENTE SEM VINCULO, PARA A CHAVE ALTERNADA NAO
      *=== FICAR COM LIXO
           IF FAT-CLI-ID NOT NUMERIC
               MOVE "C"   TO FAT-TIPO-CLI
               MOVE ZEROS TO FAT-CLI-ID
           END-IF.
           WRITE REG-RECEBER.

      *=== NUMERO REPETIDO (FILE STATUS 22): FICA A 1A OCORRENCIA, AS
      *=== DEMAIS SAO CONTADAS E MOSTRADAS PARA CONFERENCIA
           EVALUATE FS-NOVO
               WHEN 00
                   ADD 1 TO WRK-TOTAL-CONVERTIDOS
               WHEN 02
                   ADD 1 TO WRK-TOTAL-CONVERTIDOS
               WHEN 22
                   ADD 1 TO WRK-TOTAL-DUPLICADOS
                   DISPLAY "NUMERO REPETIDO DESCARTADO... " FAT-NUMERO
                           " " FAT-CLIENTE
               WHEN OTHER
                   MOVE "FALHA DE GRAVACAO EM CONTAS_RECEBER.NEW"
                       TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
           END-EVALUATE.

           READ RECEBER-ANTIGO.

       0300-FINALIZAR        SECTION.
           DISPLAY "FATURAS LIDAS.......... " WRK-TOTAL-LIDOS.
           DISPLAY "FATURAS CONVERTIDAS.... " WRK-TOTAL-CONVERTIDOS.
           DISPLAY "NUMEROS REPETIDOS FORA. " WRK-TOTAL-DUPLICADOS.
           CLOSE RECEBER-ANTIGO
                 RECEBER-NOVO.

      *=== SO EFETIVA A VIRADA SE TUDO QUE FOI LIDO VIROU CONVERTIDO
      *=== OU DUPLICADO CONSCIENTE; NUMA DIVERGENCIA, O LIVRO FICA
      *=== INTOCADO E CONTAS_RECEBER.NEW FICA DISPONIVEL PARA ANALISE
           IF WRK-TOTAL-LIDOS EQUAL ZEROS
               DISPLAY "NADA LIDO - VIRADA NAO EFETIVADA"
           ELSE
           IF WRK-TOTAL-LIDOS EQUAL
              (WRK-TOTAL-CONVERTIDOS + WRK-TOTAL-DUPLICADOS)
               PERFORM 0310-EFETIVAR-VIRADA
           ELSE
               DISPLAY "TOTAIS NAO CONFEREM - VIRADA NAO EFETIVADA"
               MOVE "DIVERGENCIA DE TOTAIS NA CONVERSAO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA".

      *=== REGRAVA CONTAS_RECEBER.DAT INDEXADO A PARTIR DO .NEW,
      *=== CONFERINDO O TOTAL COPIADO MAIS UMA VEZ
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
               DISPLAY "CONTAS_RECEBER.DAT JA ESTA INDEXADO POR "
                       "FAT-NUMERO"
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
