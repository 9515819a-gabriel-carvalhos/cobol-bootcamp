      *==            - CONTRATOS DE OUTROS CLIENTES NAO SAO TOCADOS.
      *==            PRECOS.CTL: NIVEL(2) + MENSALIDADE(9(6)V99).
      *==            CONTRATOS.DAT E REGRAVADO POR INTEIRO NO FIM
      *==  ALTERACOES
      *==  12/05/2025 GC: O LAYOUT DE CONTRATOS.DAT PASSA A VIR DO
      *==               COPYBOOK CONREG, COM A CHAVE DO CLIENTE NO FIM:
      *==               O CONTRATO DA PONTE E DO TIPO "A" (ALUNO) COM O
      *==               REG-ALUNO-ID COMO ID - ALUNO NAO E CLIENTE DE
      *==               CLIENTES.DAT E NAO PASSA PELA VALIDACAO DO
      *==               CONMANU. O CONTRATO E LOCALIZADO PELA CHAVE OU,
      *==               SE AINDA SEM ELA, PELO "ALUNO NNNN" NO NOME, E
      *==               GANHA A CHAVE NA PASSADA
      *==  26/05/2025 GC: CONTRATO COM VIGENCIA E PERIODICIDADE NO FIM
      *==               (169 POSICOES, COPYBOOK CONREG). O CONTRATO
      *==               CRIADO PELA PONTE E MENSAL, SEM INICIO (O LOTE
      *==               COMECA NO MES CORRENTE) E SEM FIM; O ALUNO ATIVO
      *==               CUJO CONTRATO FOI "E"-ENCERRADO PELO LOTE VOLTA
      *==               A SER COBRADO, COM O FIM RETIRADO. ENCERRADO NAO
      *==               E SUSPENSO NEM APONTADO COMO DIVERGENCIA
      *==  18/06/2025 GC: CONTRATO COM A MOEDA NO FIM (172 POSICOES,
      *==               COPYBOOK CONREG); O CONTRATO DO ALUNO E EM REAL
      *==  13/08/2025 GC: LAYOUT DE TURMAS.CTL PASSA A VIR DO COPYBOOK
      *==               TURREG, QUE GANHOU AS TURMAS DE DESTINO DA
      *==               PROMOCAO DE FIM DE PERIODO (PROG026)
      *==  01/09/2025 GC: ANTES DE REGRAVAR CONTRATOS.DAT, O ARQUIVO
      *==               ANTERIOR VIRA UMA GERACAO DE BACKUP (MODULO
      *==               ARQBKP, CATALOGO BACKUPS_GERAL.CTL); FALHA NO
      *==               BACKUP SO AVISA. RESTAURACAO PELO ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           COPY "ALUREG.cpy".

       FD  TURMASCTL.
           COPY "TURREG.cpy".

       FD  PRECOSCTL.
       01  REG-PRECOSCTL.
           05  PRC-MENSALIDADE      PIC 9(006)V99.

       FD  CONTRATOS.
           COPY "CONREG.cpy".

       WORKING-STORAGE       SECTION.
       77  FS-ALUNOS            PIC 9(002) VALUE ZEROS.
      *=== CONTRATOS DE ALUNO QUE ENCONTRARAM O ALUNO NA PASSADA
       01  WRK-TAB-CONTRATOS.
           05  WRK-CON-ITEM     OCCURS 200 TIMES.
               10  WRK-CON-REG          PIC X(172).
               10  WRK-CON-VISTO        PIC X(001).
       77  WRK-QTD-CONTRATOS    PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CON          PIC 9(003) VALUE ZEROS.
           05  WRK-CTR-IMPOSTO         PIC 9(003)V99.
           05  WRK-CTR-ITEM            PIC 9(006)V99 OCCURS 12 TIMES.
           05  WRK-CTR-STATUS          PIC X(001).
           05  WRK-CTR-TIPO-CLI        PIC X(001).
           05  WRK-CTR-CLI-ID          PIC 9(006).
           05  WRK-CTR-INICIO          PIC 9(008).
           05  WRK-CTR-FIM             PIC 9(008).
           05  WRK-CTR-PERIODICIDADE   PIC X(001).
           05  WRK-CTR-FATURADO-ATE    PIC 9(008).
           05  WRK-CTR-MOEDA           PIC X(003).

      *=== CHAVE "ALUNO NNNN" USADA NO CLIENTE DO CONTRATO DA PONTE
       77  WRK-CHAVE-ALUNO      PIC X(011) VALUE SPACES.
       77  WRK-TOT-SEM-PRECO    PIC 9(004) VALUE ZEROS.
       77  WRK-TOT-ORFAOS       PIC 9(004) VALUE ZEROS.

      *=== BACKUP GERACIONAL ANTES DA REGRAVACAO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO WRK-CONTRATO
               IF (WRK-CTR-TIPO-CLI EQUAL "A"
                   OR WRK-CTR-CLIENTE(1:6) EQUAL "ALUNO ")
                  AND WRK-CON-VISTO(WRK-IND-CON) EQUAL "N"
                  AND WRK-CTR-STATUS NOT EQUAL "S"
                  AND WRK-CTR-STATUS NOT EQUAL "C"
                  AND WRK-CTR-STATUS NOT EQUAL "E"
                   ADD 1 TO WRK-TOT-ORFAOS
                   DISPLAY "DIVERGENCIA: COBRADO SEM MATRICULA - "
                           WRK-CTR-CLIENTE
                   MOVE WRK-CON-REG(WRK-IND-ACHADO) TO WRK-CONTRATO
                   IF WRK-CTR-STATUS NOT EQUAL "S"
                      AND WRK-CTR-STATUS NOT EQUAL "C"
                      AND WRK-CTR-STATUS NOT EQUAL "E"
                       MOVE "S" TO WRK-CTR-STATUS
                       MOVE WRK-CONTRATO
                         TO WRK-CON-REG(WRK-IND-ACHADO)
               END-IF
           END-IF.

      *=== PROCURA O CONTRATO DA PONTE PELA CHAVE (TIPO "A" + ID DO
      *=== ALUNO) OU, NO CONTRATO AINDA SEM CHAVE, PELO "ALUNO NNNN"
      *=== NO CLIENTE
       0220-LOCALIZAR-CONTRATO SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO WRK-CONTRATO
               IF WRK-CTR-TIPO-CLI EQUAL "A"
                  AND WRK-CTR-CLI-ID EQUAL REG-ALUNO-ID
                   MOVE WRK-IND-CON TO WRK-IND-ACHADO
               ELSE
               IF WRK-CTR-TIPO-CLI NOT EQUAL "C"
                  AND WRK-CON-REG(WRK-IND-CON)(1:10)
                      EQUAL WRK-CHAVE-ALUNO(1:10)
                   MOVE WRK-IND-CON TO WRK-IND-ACHADO
               END-IF
               END-IF
           END-PERFORM.

               END-PERFORM
               MOVE WRK-VALOR-ALUNO TO WRK-CTR-ITEM(1)
               MOVE "A"             TO WRK-CTR-STATUS
               MOVE "A"             TO WRK-CTR-TIPO-CLI
               MOVE REG-ALUNO-ID    TO WRK-CTR-CLI-ID
               MOVE ZEROS           TO WRK-CTR-INICIO
               MOVE ZEROS           TO WRK-CTR-FIM
               MOVE "M"             TO WRK-CTR-PERIODICIDADE
               MOVE ZEROS           TO WRK-CTR-FATURADO-ATE
               MOVE "BRL"           TO WRK-CTR-MOEDA
               ADD 1 TO WRK-QTD-CONTRATOS
               MOVE WRK-CONTRATO TO WRK-CON-REG(WRK-QTD-CONTRATOS)
               MOVE "S"          TO WRK-CON-VISTO(WRK-QTD-CONTRATOS)

       0250-ATUALIZAR-CONTRATO SECTION.
           MOVE WRK-CON-REG(WRK-IND-ACHADO) TO WRK-CONTRATO.
           IF WRK-CTR-STATUS EQUAL "E"
               MOVE ZEROS TO WRK-CTR-FIM
           END-IF.
           MOVE WRK-VALOR-ALUNO TO WRK-CTR-ITEM(1).
           MOVE "A"             TO WRK-CTR-STATUS.
           MOVE "A"             TO WRK-CTR-TIPO-CLI.
           MOVE REG-ALUNO-ID    TO WRK-CTR-CLI-ID.
           MOVE WRK-CONTRATO    TO WRK-CON-REG(WRK-IND-ACHADO).
           MOVE "S"             TO WRK-CON-VISTO(WRK-IND-ACHADO).
           ADD 1 TO WRK-TOT-ATUALIZADOS.

      *=== REGRAVA CONTRATOS.DAT POR INTEIRO COM O RESULTADO DA PONTE
       0300-FINALIZAR        SECTION.
           PERFORM 0310-BACKUP-CONTRATOS.
           OPEN OUTPUT CONTRATOS.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
           DISPLAY "SEM PRECO DE NIVEL..... " WRK-TOT-SEM-PRECO.
           DISPLAY "FIM DE PROGRAMA".

      *=== GUARDA O CONTRATOS.DAT DE ANTES DA PONTE COMO GERACAO DE
      *=== BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0310-BACKUP-CONTRATOS SECTION.
           MOVE "B"                       TO BKP-OPERACAO.
           MOVE "CONTRATOS.DAT"           TO BKP-ARQUIVO.
           MOVE "..\dados\CONTRATOS.DAT"  TO BKP-CAMINHO.
           MOVE "PROG025"                 TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE CONTRATOS.DAT FALHOU - FS "
                       BKP-FS
           END-IF.

       9000-TRATA-ERRO       SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 8 TO RETURN-CODE.
