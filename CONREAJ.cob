      *==               REAJUSTE NAO SER APLICADO DUAS VEZES; CONTRATO
      *==               CANCELADO FICA FORA, SUSPENSO E REAJUSTADO
      *==               NORMALMENTE (VOLTA A SER COBRADO JA CORRIGIDO)
      *==  ALTERACOES
      *==  12/05/2025 GC: O LAYOUT DE CONTRATOS.DAT PASSA A VIR DO
      *==               COPYBOOK CONREG (CHAVE DO CLIENTE NO FIM DO
      *==               REGISTRO); O REAJUSTE NAO MEXE NA CHAVE
      *==  26/05/2025 GC: REGISTRO DE CONTRATO COM A VIGENCIA E A
      *==               PERIODICIDADE NO FIM (169 POSICOES, COPYBOOK
      *==               CONREG); CONTRATO "E"-ENCERRADO FICA FORA DO
      *==               REAJUSTE COMO O CANCELADO
      *==  18/06/2025 GC: REGISTRO DE CONTRATO COM A MOEDA NO FIM (172
      *==               POSICOES, COPYBOOK CONREG); O REAJUSTE CORRIGE
      *==               OS ITENS NA MOEDA DO CONTRATO
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU), SO PARA SUPERVISOR. STOP RUN TROCADO
      *==               POR GOBACK; RECUSAS E FALHAS DE ABERTURA SAEM
      *==               COM RETURN-CODE 8 E PERCENTUAL ZERADO (NADA A
      *==               REAJUSTAR) COM RETURN-CODE 4
      *==  01/09/2025 GC: ANTES DE REGRAVAR CONTRATOS.DAT, O ARQUIVO
      *==               ANTERIOR VIRA UMA GERACAO DE BACKUP (MODULO
      *==               ARQBKP, CATALOGO BACKUPS_GERAL.CTL); FALHA NO
      *==               BACKUP SO AVISA. RESTAURACAO PELO ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       DATA DIVISION.
       FILE                  SECTION.
       FD  CONTRATOS.
           COPY "CONREG.cpy".

      *=== MESMA LINHA DE LOG DO CONMANU
       FD  CONLOG.
       77  FS-PREVIA            PIC 9(002) VALUE ZEROS.
       77  FS-REAJCTL           PIC 9(002) VALUE ZEROS.

      *=== CONTRATOS CARREGADOS EM MEMORIA (172 POSICOES CADA)
       01  WRK-TAB-CONTRATOS.
           05  WRK-CON-REG      PIC X(172) OCCURS 200 TIMES.
       77  WRK-QTD-CONTRATOS    PIC 9(003) VALUE ZEROS.
       77  WRK-IND-CON          PIC 9(003) VALUE ZEROS.
       77  WRK-IND-ITEM         PIC 9(002) VALUE ZEROS.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  PRV-DIFERENCA       PIC ZZ.ZZZ.ZZ9,99.

      *=== BACKUP GERACIONAL ANTES DA REGRAVACAO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.
       0001-PRINCIPAL        SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - REAJUSTE "
                       "ENCERRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "PERCENTUAL DO REAJUSTE (EX 05,40): ".
           ACCEPT WRK-PERCENTUAL.
           IF WRK-PERCENTUAL EQUAL ZEROS
               DISPLAY "PERCENTUAL ZERADO - NADA A REAJUSTAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "DATA DE VIGENCIA AAAAMMDD: ".
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA EQUAL ZEROS
               DISPLAY "VIGENCIA ZERADA - REAJUSTE ENCERRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "MODO (1-PREVIA / 2-APLICAR): ".
              AND WRK-VIGENCIA NOT GREATER WRK-ULT-VIGENCIA
               DISPLAY "JA EXISTE REAJUSTE APLICADO COM VIGENCIA "
                       WRK-ULT-VIGENCIA " - APLICACAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *=== CARREGA OS CONTRATOS EM MEMORIA (TECNICA DO CONMANU)
           IF FS-CONTRATOS NOT EQUAL 00
               DISPLAY "CONTRATOS.DAT NAO PODE SER ABERTO - FS "
                       FS-CONTRATOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CONTRATOS.
           PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
               DISPLAY "CONTRATOS.DAT TEM MAIS DE 200 CONTRATOS - "
                       "REAJUSTE RECUSADO PARA NAO PERDER DADOS"
               CLOSE CONTRATOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CONTRATOS.

           IF FS-PREVIA NOT EQUAL 00
               DISPLAY "REAJUSTE_PREVIA.TXT NAO PODE SER CRIADO - FS "
                       FS-PREVIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REG-PREVIA.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               IF CONTRATO-CANCELADO OR CONTRATO-ENCERRADO
                   ADD 1 TO WRK-QTD-FORA
               ELSE
                   PERFORM 0210-CALCULAR-CONTRATO
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               IF CONTRATO-CANCELADO OR CONTRATO-ENCERRADO
                   ADD 1 TO WRK-QTD-FORA
               ELSE
                   PERFORM 0210-CALCULAR-CONTRATO
           WRITE REG-REAJCTL.
           CLOSE REAJCTL.

           PERFORM 0405-BACKUP-CONTRATOS.
           OPEN OUTPUT CONTRATOS.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
           DISPLAY "CONTRATOS.DAT REGRAVADO COM O REAJUSTE".
           PERFORM 0230-MOSTRAR-RESUMO.

      *=== GUARDA O CONTRATOS.DAT ANTERIOR COMO GERACAO DE BACKUP;
      *=== SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0405-BACKUP-CONTRATOS SECTION.
           MOVE "B"              TO BKP-OPERACAO.
           MOVE "CONTRATOS.DAT"  TO BKP-ARQUIVO.
           MOVE "dados\CONTRATOS.DAT" TO BKP-CAMINHO.
           MOVE "CONREAJ"        TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE CONTRATOS.DAT FALHOU - FS "
                       BKP-FS
           END-IF.

      *=== 1 LINHA "REAJUSTE" POR CONTRATO, COM O TOTAL MENSAL ANTIGO E
      *=== O NOVO - A MESMA TRILHA DAS MUDANCAS MANUAIS DO CONMANU
       0410-GRAVAR-LOG-REAJUSTE SECTION.
      *=== RESUMO DA PASSADA, IGUAL NOS 2 MODOS
       0230-MOSTRAR-RESUMO   SECTION.
           DISPLAY "CONTRATOS REAJUSTADOS... " WRK-QTD-REAJUSTADOS.
           DISPLAY "CANCEL./ENCERR. FORA... " WRK-QTD-FORA.
           MOVE WRK-GERAL-ANTES TO WRK-GERAL-ED.
           DISPLAY "TOTAL ANTES............. " WRK-GERAL-ED.
           MOVE WRK-GERAL-DEPOIS TO WRK-GERAL-ED.

       0300-FINALIZAR        SECTION.
           DISPLAY "FIM DE PROGRAMA".
           GOBACK.
