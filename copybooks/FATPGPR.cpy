      *=================================================================
      *==  COPYBOOK: FATPGPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PARAGRAFO QUE LANCA 1 PAGAMENTO NA FATURA JA LIDA
      *==            EM REG-RECEBER (CAMPOS NO COPYBOOK FATPGWS): O
      *==            VALOR RECEBIDO PAGA PRIMEIRO OS ENCARGOS, DEPOIS
      *==            ABATE O SALDO; O QUE SOBRA VAI PARA O CREDITO DO
      *==            CLIENTE EM CREDITOS.DAT. SALDO ZERADO LIQUIDA A
      *==            FATURA ("L"), SENAO ELA FICA PARCIAL ("P"). A
      *==            FATURA E REGRAVADA PELA CHAVE E O PAGAMENTO VIRA
      *==            1 LINHA EM FAT_PAGAMENTOS.DAT
      *==  DATA: 16/05/2025
      *==  OBSERVACOES: O CHAMADOR DECLARA OS ARQUIVOS RECEBER (FATREG),
      *==               PAGAMENTOS (PGTREG) E CREDITOS (CRDREG), COM OS
      *==               FILE STATUS FS-RECEBER/FS-PAGAMENTOS/
      *==               FS-CREDITOS, ABERTOS EM I-O. RECUSA (SEM MEXER
      *==               EM NADA) O VALOR QUE NAO COBRE NEM OS ENCARGOS
      *==               E O EXCEDENTE DE CLIENTE SEM VINCULO NO
      *==               CADASTRO, QUE NAO TEM ONDE GUARDAR CREDITO
      *==  ALTERACOES
      *==  19/05/2025 GC: TODO PAGAMENTO LANCADO VAI TAMBEM PARA O
      *==               JORNAL CONTAS_RECEBER.LOG (BAIXA/RETORNO/
      *==               CREDITO PELA ORIGEM, MAIS 1 LINHA DE ENCARGOS
      *==               QUANDO HOUVER) PELO 9200-GRAVAR-JORNAL: O
      *==               CHAMADOR PASSA A PRECISAR TAMBEM DO SELECT/FD
      *==               JORNAL E DOS COPYBOOKS FATJRWS/FATJRPR. A LINHA
      *==               DE PAGAMENTO NASCE NAO ESTORNADA
      *==  21/05/2025 GC: SO FATURA ABERTA OU PARCIAL RECEBE PAGAMENTO;
      *==               LIQUIDADA E RENEGOCIADA (FATRENEG) SAO RECUSADAS
      *==  18/06/2025 GC: A VARIACAO CAMBIAL INFORMADA EM
      *==               WRK-PGT-VARIACAO SAI DO VALOR RECEBIDO ANTES DE
      *==               ABATER O SALDO (A PERDA, NEGATIVA, ABATE MAIS
      *==               DO QUE ENTROU); A LINHA DE PAGAMENTO GUARDA O
      *==               VALOR RECEBIDO, E A VARIACAO E A DIFERENCA PARA
      *==               PRINCIPAL + ENCARGOS + EXCEDENTE
      *=================================================================
       9100-APLICAR-PAGAMENTO SECTION.
           MOVE "N"    TO WRK-PGT-APLICADO.
           MOVE SPACES TO WRK-PGT-MSG.
           MOVE ZEROS  TO WRK-PGT-PRINCIPAL.
           MOVE ZEROS  TO WRK-PGT-EXCEDENTE.

           IF NOT FATURA-ABERTA AND NOT FATURA-PARCIAL
               MOVE "FATURA NAO ESTA EM ABERTO" TO WRK-PGT-MSG
           ELSE
           IF WRK-PGT-VALOR EQUAL ZEROS
              OR WRK-PGT-VALOR - WRK-PGT-VARIACAO
                 LESS WRK-PGT-ENCARGOS
               MOVE "VALOR NAO COBRE NEM OS ENCARGOS DO ATRASO"
                 TO WRK-PGT-MSG
           ELSE
               COMPUTE WRK-PGT-PRINCIPAL =
                   WRK-PGT-VALOR - WRK-PGT-ENCARGOS - WRK-PGT-VARIACAO
               IF WRK-PGT-PRINCIPAL GREATER FAT-SALDO
                   COMPUTE WRK-PGT-EXCEDENTE =
                       WRK-PGT-PRINCIPAL - FAT-SALDO
                   MOVE FAT-SALDO TO WRK-PGT-PRINCIPAL
               END-IF
               IF WRK-PGT-EXCEDENTE GREATER ZEROS
                  AND (FAT-CLI-ID NOT NUMERIC
                       OR FAT-CLI-ID EQUAL ZEROS)
                   MOVE "CLIENTE SEM VINCULO - EXCEDENTE SEM CREDITO"
                     TO WRK-PGT-MSG
               ELSE
                   PERFORM 9110-EFETIVAR-PAGAMENTO
               END-IF
           END-IF
           END-IF.

      *=== ATUALIZA E REGRAVA A FATURA, GRAVA A LINHA DE PAGAMENTO E
      *=== CREDITA O EXCEDENTE
       9110-EFETIVAR-PAGAMENTO SECTION.
           SUBTRACT WRK-PGT-PRINCIPAL FROM FAT-SALDO.
           ADD WRK-PGT-VALOR TO FAT-VALOR-PAGO.
           MOVE WRK-PGT-DATA TO FAT-DATA-PGTO.
           ADD 1 TO FAT-QTD-PGTOS.
           IF FAT-SALDO EQUAL ZEROS
               MOVE "L" TO FAT-STATUS
           ELSE
               MOVE "P" TO FAT-STATUS
           END-IF.

           REWRITE REG-RECEBER
               INVALID KEY
                   MOVE "FALHA AO REGRAVAR A FATURA" TO WRK-PGT-MSG
               NOT INVALID KEY
                   MOVE "S" TO WRK-PGT-APLICADO
           END-REWRITE.

           IF PAGAMENTO-APLICADO
               MOVE FAT-NUMERO        TO PGT-NUMERO
               MOVE FAT-QTD-PGTOS     TO PGT-SEQ
               MOVE WRK-PGT-DATA      TO PGT-DATA
               MOVE WRK-PGT-ORIGEM    TO PGT-ORIGEM
               MOVE WRK-PGT-VALOR     TO PGT-VALOR
               MOVE WRK-PGT-ENCARGOS  TO PGT-ENCARGOS
               MOVE WRK-PGT-PRINCIPAL TO PGT-PRINCIPAL
               MOVE WRK-PGT-EXCEDENTE TO PGT-EXCEDENTE
               MOVE FAT-SALDO         TO PGT-SALDO-APOS
               MOVE SPACE             TO PGT-SITUACAO
               MOVE ZEROS             TO PGT-DATA-ESTORNO
               WRITE REG-PAGAMENTO
                   INVALID KEY
                       DISPLAY "AVISO: LINHA DE PAGAMENTO " PGT-CHAVE
                               " JA EXISTIA - NAO GRAVADA"
               END-WRITE
               IF WRK-PGT-EXCEDENTE GREATER ZEROS
                   PERFORM 9120-CREDITAR-EXCEDENTE
               END-IF
               PERFORM 9130-JORNAL-PAGAMENTO
           END-IF.

      *=== SOMA O EXCEDENTE NO SALDO CREDOR DO CLIENTE DA FATURA
       9120-CREDITAR-EXCEDENTE SECTION.
           MOVE FAT-CHAVE-CLI TO CRD-CHAVE-CLI.
           READ CREDITOS
               KEY IS CRD-CHAVE-CLI
               INVALID KEY
                   MOVE FAT-CLIENTE       TO CRD-NOME
                   MOVE WRK-PGT-EXCEDENTE TO CRD-SALDO
                   MOVE WRK-PGT-DATA      TO CRD-DATA-ULT-MOV
                   WRITE REG-CREDITO
               NOT INVALID KEY
                   ADD WRK-PGT-EXCEDENTE  TO CRD-SALDO
                   MOVE WRK-PGT-DATA      TO CRD-DATA-ULT-MOV
                   REWRITE REG-CREDITO
           END-READ.
           IF FS-CREDITOS NOT EQUAL 00
               DISPLAY "AVISO: CREDITO DE " FAT-CLIENTE
                       " NAO GRAVADO - FS " FS-CREDITOS
           END-IF.

      *=== ANOTA NO JORNAL OS ENCARGOS COBRADOS E O PAGAMENTO, ESTE
      *=== COM A OPERACAO DADA PELA ORIGEM
       9130-JORNAL-PAGAMENTO SECTION.
           MOVE FAT-QTD-PGTOS TO WRK-JRN-SEQ.
           MOVE WRK-PGT-DATA  TO WRK-JRN-DATA-MOV.
           IF WRK-PGT-ENCARGOS GREATER ZEROS
               MOVE "ENCARGOS"       TO WRK-JRN-OPERACAO
               MOVE WRK-PGT-ENCARGOS TO WRK-JRN-VALOR
               PERFORM 9200-GRAVAR-JORNAL
           END-IF.
           EVALUATE WRK-PGT-ORIGEM
               WHEN "R"
                   MOVE "RETORNO"    TO WRK-JRN-OPERACAO
               WHEN "C"
                   MOVE "CREDITO"    TO WRK-JRN-OPERACAO
               WHEN OTHER
                   MOVE "BAIXA"      TO WRK-JRN-OPERACAO
           END-EVALUATE.
           MOVE WRK-PGT-VALOR TO WRK-JRN-VALOR.
           PERFORM 9200-GRAVAR-JORNAL.
