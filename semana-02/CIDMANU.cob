      *==               CIDADES.LOG ("TEMP-INCL"/"TEMP-EXCL", COM O
      *==               PERCENTUAL NO CAMPO DE VALOR) COMO AS MUDANCAS
      *==               DE VALOR JA SAO HOJE
      *==  06/08/2025 GC: NOME DO DESTINO NO FIM DO REGISTRO DE
      *==               CIDADES.DAT, PEDIDO NA INCLUSAO E ALTERAVEL NA
      *==               OPCAO A (EM BRANCO MANTEM O ATUAL), PARA O
      *==               VOUCHER DA RESERVA (RESVOU) MOSTRAR O DESTINO
      *==               POR EXTENSO E NAO SO O CODIGO
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU). STOP RUN TROCADO POR GOBACK E AS
      *==               RECUSAS E FALHAS DE ABERTURA SAEM COM
      *==               RETURN-CODE 8
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       01  REG-CIDADE.
           05  REG-CIDADE-COD          PIC X(002).
           05  REG-CIDADE-VALOR        PIC 9(004)V99.
           05  REG-CIDADE-NOME         PIC X(030).

      *=== 1 LINHA POR MUDANCA: DATA, OPERACAO, DESTINO, VALOR ANTIGO,
      *=== VALOR NOVO E OPERADOR
           05  WRK-CID-ITEM     OCCURS 50 TIMES.
               10  WRK-CID-COD      PIC X(002).
               10  WRK-CID-VALOR    PIC 9(004)V99.
               10  WRK-CID-NOME     PIC X(030).
               10  WRK-CID-ATIVO    PIC X(001).
       77  WRK-QTD-CIDADES      PIC 9(002) VALUE ZEROS.
       77  WRK-IND-CIDADE       PIC 9(002) VALUE ZEROS.

       77  WRK-COD              PIC X(002) VALUE SPACES.
       77  WRK-VALOR            PIC 9(004)V99 VALUE ZEROS.
       77  WRK-NOME             PIC X(030) VALUE SPACES.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.
       77  WRK-HOUVE-MUDANCA    PIC X(001) VALUE "N".
           88  HOUVE-MUDANCA               VALUE "S".
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR      SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - MANUTENCAO "
                       "ENCERRADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== CARREGA OS DESTINOS ATUAIS; SEM O ARQUIVO, COMECA VAZIO
                     TO WRK-CID-COD(WRK-QTD-CIDADES)
                   MOVE REG-CIDADE-VALOR
                     TO WRK-CID-VALOR(WRK-QTD-CIDADES)
                   MOVE REG-CIDADE-NOME
                     TO WRK-CID-NOME(WRK-QTD-CIDADES)
                   MOVE "S" TO WRK-CID-ATIVO(WRK-QTD-CIDADES)
                   READ CIDADES
               END-PERFORM
           ELSE
               DISPLAY "VALOR BASE DA VIAGEM: "
               ACCEPT WRK-VALOR
               DISPLAY "NOME DO DESTINO: "
               ACCEPT WRK-NOME
               IF WRK-VALOR EQUAL ZEROS
                   DISPLAY "VALOR ZERADO - INCLUSAO RECUSADA"
               ELSE
               IF WRK-NOME EQUAL SPACES
                   DISPLAY "NOME EM BRANCO - INCLUSAO RECUSADA"
               ELSE
                   ADD 1 TO WRK-QTD-CIDADES
                   MOVE WRK-COD   TO WRK-CID-COD(WRK-QTD-CIDADES)
                   MOVE WRK-VALOR TO WRK-CID-VALOR(WRK-QTD-CIDADES)
                   MOVE WRK-NOME  TO WRK-CID-NOME(WRK-QTD-CIDADES)
                   MOVE "S"       TO WRK-CID-ATIVO(WRK-QTD-CIDADES)
                   MOVE "S"       TO WRK-HOUVE-MUDANCA
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 0250-GRAVAR-LOG
                   DISPLAY "DESTINO " WRK-COD " INCLUIDO"
               END-IF
               END-IF
           END-IF
           END-IF.

           IF WRK-IND-ACHADO EQUAL ZEROS
               DISPLAY "CODIGO " WRK-COD " NAO CADASTRADO"
           ELSE
               DISPLAY "NOME ATUAL: " WRK-CID-NOME(WRK-IND-ACHADO)
               DISPLAY "NOVO NOME (EM BRANCO MANTEM O ATUAL): "
               ACCEPT WRK-NOME
               IF WRK-NOME NOT EQUAL SPACES
                   MOVE WRK-NOME TO WRK-CID-NOME(WRK-IND-ACHADO)
                   MOVE "S"      TO WRK-HOUVE-MUDANCA
               END-IF
               DISPLAY "VALOR ATUAL: " WRK-CID-VALOR(WRK-IND-ACHADO)
               DISPLAY "NOVO VALOR BASE: "
               ACCEPT WRK-VALOR
                         TO REG-CIDADE-COD
                       MOVE WRK-CID-VALOR(WRK-IND-CIDADE)
                         TO REG-CIDADE-VALOR
                       MOVE WRK-CID-NOME(WRK-IND-CIDADE)
                         TO REG-CIDADE-NOME
                       WRITE REG-CIDADE
                   END-IF
               END-PERFORM
