       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCONV.
      *=================================================================
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CONVERSAO, DE UMA UNICA VEZ, DO LAYOUT DOS
      *==            ARQUIVOS DE PEDIDOS DO FRETE (PEDIDOS10.DAT E
      *==            PEDIDOS11.DAT) PARA O REGISTRO COM NUMERO DO
      *==            PEDIDO, ENDERECO DE ENTREGA E CEP NO FIM (123
      *==            POSICOES NO PEDIDOS10, 124 NO PEDIDOS11): CADA
      *==            PEDIDO EXISTENTE RECEBE O SEU NUMERO PERMANENTE DO
      *==            PEDNUM.CTL E ENTRA SEM ENDERECO (BRANCO) E COM O
      *==            CEP ZERADO - O MANIFESTO SEGUE USANDO O CONTATO DO
      *==            CLIENTE ATE O PEDMANU GRAVAR O ENDERECO
      *==  DATA: 15/07/2025
      *==  OBSERVACOES: MESMO PADRAO DO ARQ038: LE O ARQUIVO NO LAYOUT
      *==               ANTIGO, GRAVA PEDIDOSNN.NEW NO NOVO E, COM OS
      *==               TOTAIS CONFERIDOS, REGRAVA PEDIDOSNN.DAT E
      *==               AVANCA O PEDNUM.CTL; NUMA DIVERGENCIA O .DAT E
      *==               O PEDNUM.CTL FICAM INTOCADOS. PEDIDO QUE JA TEM
      *==               NUMERO E COPIADO COMO ESTA, ENTAO RODAR DE NOVO
      *==               NAO RENUMERA NADA
      *==  ALTERACOES
      *==  18/07/2025 GC: O REGISTRO GANHA NO FIM OS VALORES DA COTACAO
      *==               E A FATURA DO FRETE (VER PROGRAMA10/11 E
      *==               FATFRET); A CONVERSAO COPIA A LINHA INTEIRA,
      *==               ENTAO RODAR DE NOVO NAO CORTA ESSES CAMPOS
      *==  25/07/2025 GC: O REGISTRO GANHA NO FIM A DATA PROMETIDA DE
      *==               ENTREGA (VER PROGRAMA10/11 E PEDSTAT); A LINHA
      *==               COPIADA ACOMPANHA
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== O ARQUIVO DE PEDIDOS ESCOLHIDO, COMO FOI GRAVADO ATE HOJE
           SELECT PEDIDOS-ANTIGO ASSIGN
           TO WRK-PATH-ANTIGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTIGO.

      *=== ARQUIVO DE SAIDA, GERADO DO ZERO JA NO LAYOUT NOVO
           SELECT PEDIDOS-NOVO ASSIGN
           TO WRK-PATH-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOVO.

      *=== O ARQUIVO DE PEDIDOS REGRAVADO NA VIRADA, DEPOIS QUE OS
      *=== TOTAIS DA CONVERSAO CONFEREM
           SELECT PEDIDOS-FINAL ASSIGN
           TO WRK-PATH-ANTIGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FINAL.

      *=== PROXIMO NUMERO DE PEDIDO (O MESMO DO PEDMANU)
           SELECT PEDNUMCTL ASSIGN
           TO "..\dados\PEDNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDNUM.

       DATA DIVISION.
       FILE                  SECTION.
      *=== A LINHA CRUA NO TAMANHO MAIOR; A LINHA ANTIGA (69/70) VEM
      *=== COMPLETADA COM BRANCOS
       FD  PEDIDOS-ANTIGO.
       01  REG-PED-ANTIGO          PIC X(168).

       FD  PEDIDOS-NOVO.
       01  REG-PED-NOVO            PIC X(168).

       FD  PEDIDOS-FINAL.
       01  REG-PED-FINAL           PIC X(168).

       FD  PEDNUMCTL.
       01  REG-PEDNUM              PIC 9(006).

       WORKING-STORAGE       SECTION.
       77  FS-ANTIGO            PIC 9(002) VALUE ZEROS.
       77  FS-NOVO              PIC 9(002) VALUE ZEROS.
       77  FS-FINAL             PIC 9(002) VALUE ZEROS.
       77  FS-PEDNUM            PIC 9(002) VALUE ZEROS.
       77  WRK-MSG-ERRO         PIC X(040) VALUE SPACES.

      *=== QUAL ARQUIVO: 1-PEDIDOS10 / 2-PEDIDOS11 (COM COBERTURA)
       77  WRK-ARQUIVO          PIC X(001) VALUE SPACES.
           88  ARQ-PEDIDOS10               VALUE "1".
           88  ARQ-PEDIDOS11               VALUE "2".
       77  WRK-PATH-ANTIGO      PIC X(040) VALUE SPACES.
       77  WRK-PATH-NOVO        PIC X(040) VALUE SPACES.

      *=== POSICAO DO NUMERO NO LAYOUT NOVO (70 NO PEDIDOS10, 71 NO
      *=== PEDIDOS11); O ENDERECO VEM LOGO DEPOIS (40) E O CEP (8)
       77  WRK-POS-NUMERO       PIC 9(003) VALUE ZEROS.
       77  WRK-POS-ENDERECO     PIC 9(003) VALUE ZEROS.
       77  WRK-POS-CEP          PIC 9(003) VALUE ZEROS.

       77  WRK-PROX-PEDIDO      PIC 9(006) VALUE ZEROS.
       77  WRK-NUMERO-LIDO      PIC 9(006) VALUE ZEROS.
       77  WRK-LINHA            PIC X(168) VALUE SPACES.

       77  WRK-TOTAL-LIDOS      PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-CONVERTIDOS PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-NUMERADOS  PIC 9(006) VALUE ZEROS.
       77  WRK-TOTAL-EFETIVADOS PIC 9(006) VALUE ZEROS.

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FS-ANTIGO NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR      SECTION.
           DISPLAY "ARQUIVO (1-PEDIDOS10 / 2-PEDIDOS11): ".
           ACCEPT WRK-ARQUIVO.

           EVALUATE TRUE
               WHEN ARQ-PEDIDOS10
                   MOVE "..\dados\PEDIDOS10.DAT" TO WRK-PATH-ANTIGO
                   MOVE "..\dados\PEDIDOS10.NEW" TO WRK-PATH-NOVO
                   MOVE 70 TO WRK-POS-NUMERO
               WHEN ARQ-PEDIDOS11
                   MOVE "..\dados\PEDIDOS11.DAT" TO WRK-PATH-ANTIGO
                   MOVE "..\dados\PEDIDOS11.NEW" TO WRK-PATH-NOVO
                   MOVE 71 TO WRK-POS-NUMERO
               WHEN OTHER
                   DISPLAY "ARQUIVO DESCONHECIDO - ENCERRANDO"
                   STOP RUN
           END-EVALUATE.
           COMPUTE WRK-POS-ENDERECO = WRK-POS-NUMERO + 6.
           COMPUTE WRK-POS-CEP      = WRK-POS-ENDERECO + 40.

      *=== PROXIMO NUMERO LIVRE; SEM PEDNUM.CTL A NUMERACAO COMECA EM 1
           MOVE 1 TO WRK-PROX-PEDIDO.
           OPEN INPUT PEDNUMCTL.
           IF FS-PEDNUM EQUAL 00
               READ PEDNUMCTL
               IF FS-PEDNUM EQUAL 00
                   MOVE REG-PEDNUM TO WRK-PROX-PEDIDO
               END-IF
               CLOSE PEDNUMCTL
           END-IF.
           DISPLAY "PRIMEIRO NUMERO A ATRIBUIR... " WRK-PROX-PEDIDO.

           OPEN INPUT PEDIDOS-ANTIGO.
           IF FS-ANTIGO NOT EQUAL 00
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO - FS "
                       FS-ANTIGO " - NADA A CONVERTER"
               STOP RUN
           END-IF.

           OPEN OUTPUT PEDIDOS-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "ARQUIVO .NEW NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

      *----------  TESTAR VAZIO
           READ PEDIDOS-ANTIGO.
           IF FS-ANTIGO EQUAL 00
               ADD 1 TO WRK-TOTAL-LIDOS
               DISPLAY "CONVERTENDO " WRK-PATH-ANTIGO
           ELSE
               DISPLAY "ARQUIVO VAZIO"
           END-IF.

       0200-PROCESSAR        SECTION.
           MOVE REG-PED-ANTIGO TO WRK-LINHA.
      *=== PEDIDO JA NUMERADO (CONVERSAO JA RODOU) PASSA COMO ESTA;
      *=== SO NAO PODE FICAR NUMERO REPETIDO DAQUI PARA FRENTE
           IF WRK-LINHA(WRK-POS-NUMERO:6) NUMERIC
               MOVE WRK-LINHA(WRK-POS-NUMERO:6) TO WRK-NUMERO-LIDO
               IF WRK-NUMERO-LIDO NOT LESS WRK-PROX-PEDIDO
                   COMPUTE WRK-PROX-PEDIDO = WRK-NUMERO-LIDO + 1
               END-IF
           ELSE
               MOVE WRK-PROX-PEDIDO TO WRK-LINHA(WRK-POS-NUMERO:6)
               MOVE SPACES          TO WRK-LINHA(WRK-POS-ENDERECO:40)
               MOVE ZEROS           TO WRK-LINHA(WRK-POS-CEP:8)
               ADD 1 TO WRK-PROX-PEDIDO
               ADD 1 TO WRK-TOTAL-NUMERADOS
           END-IF.

           MOVE WRK-LINHA TO REG-PED-NOVO.
           WRITE REG-PED-NOVO.
           IF FS-NOVO EQUAL 00
               ADD 1 TO WRK-TOTAL-CONVERTIDOS
           ELSE
               MOVE "ERRO DE GRAVACAO NO ARQUIVO .NEW" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ PEDIDOS-ANTIGO.
           IF FS-ANTIGO EQUAL 00
               ADD 1 TO WRK-TOTAL-LIDOS
           END-IF.
           IF FS-ANTIGO NOT EQUAL 00 AND FS-ANTIGO NOT EQUAL 10
               MOVE "ERRO DE LEITURA NO ARQUIVO DE PEDIDOS"
                 TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0300-FINALIZAR        SECTION.
           DISPLAY "PEDIDOS LIDOS.......... " WRK-TOTAL-LIDOS.
           DISPLAY "PEDIDOS CONVERTIDOS.... " WRK-TOTAL-CONVERTIDOS.
           DISPLAY "NUMEROS ATRIBUIDOS..... " WRK-TOTAL-NUMERADOS.
           CLOSE PEDIDOS-ANTIGO
                 PEDIDOS-NOVO.

      *=== SO EFETIVA A VIRADA SE TODOS OS PEDIDOS LIDOS FORAM
      *=== GRAVADOS NO .NEW; NUMA DIVERGENCIA O .DAT FICA INTOCADO E O
      *=== .NEW FICA DISPONIVEL PARA ANALISE
           IF WRK-TOTAL-LIDOS EQUAL ZEROS
               DISPLAY "NADA LIDO - VIRADA NAO EFETIVADA"
           ELSE
           IF WRK-TOTAL-LIDOS EQUAL WRK-TOTAL-CONVERTIDOS
               PERFORM 0310-EFETIVAR-VIRADA
           ELSE
               DISPLAY "TOTAIS NAO CONFEREM - VIRADA NAO EFETIVADA"
               DISPLAY "ARQUIVO DE PEDIDOS PRESERVADO NO LAYOUT ANTIGO"
               MOVE "DIVERGENCIA DE TOTAIS NA CONVERSAO"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF
           END-IF.

           DISPLAY "FIM DE PROGRAMA".

      *=== REGRAVA O .DAT NO LAYOUT NOVO A PARTIR DO .NEW, CONFERINDO
      *=== O TOTAL COPIADO MAIS UMA VEZ, E SO ENTAO AVANCA O PEDNUM.CTL
       0310-EFETIVAR-VIRADA  SECTION.
           OPEN INPUT PEDIDOS-NOVO.
           IF FS-NOVO NOT EQUAL 00
               MOVE "ARQUIVO .NEW NAO FOI REABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN OUTPUT PEDIDOS-FINAL.
           IF FS-FINAL NOT EQUAL 00
               MOVE "ARQUIVO DE PEDIDOS NAO FOI REGRAVADO"
                 TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           READ PEDIDOS-NOVO.
           PERFORM UNTIL FS-NOVO NOT EQUAL 00
               MOVE REG-PED-NOVO TO REG-PED-FINAL
               WRITE REG-PED-FINAL
               IF FS-FINAL EQUAL 00
                   ADD 1 TO WRK-TOTAL-EFETIVADOS
               ELSE
                   MOVE "ERRO DE GRAVACAO NA VIRADA" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               READ PEDIDOS-NOVO
           END-PERFORM.

           CLOSE PEDIDOS-NOVO
                 PEDIDOS-FINAL.

           IF WRK-TOTAL-EFETIVADOS EQUAL WRK-TOTAL-CONVERTIDOS
               DISPLAY "PEDIDOS EFETIVADOS..... " WRK-TOTAL-EFETIVADOS
               OPEN OUTPUT PEDNUMCTL
               MOVE WRK-PROX-PEDIDO TO REG-PEDNUM
               WRITE REG-PEDNUM
               CLOSE PEDNUMCTL
               DISPLAY "PROXIMO NUMERO DE PEDIDO... " WRK-PROX-PEDIDO
           ELSE
               DISPLAY "TOTAL EFETIVADO DIVERGE DO CONVERTIDO"
               MOVE "DIVERGENCIA DE TOTAIS NA VIRADA"
                   TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
