      *=================================================================
      *==  COPYBOOK: FATJRPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: PARAGRAFO QUE ANEXA 1 LINHA AO JORNAL DE
      *==            LANCAMENTOS DO CONTAS A RECEBER
      *==            (CONTAS_RECEBER.LOG) PARA A FATURA EM REG-RECEBER,
      *==            COM OS CAMPOS DO COPYBOOK FATJRWS; O ARQUIVO E
      *==            ABERTO EM EXTEND E FECHADO A CADA CHAMADA, MESMA
      *==            TECNICA DO HISTPR, PARA NAO DEPENDER DO ESTADO DE
      *==            ABERTURA DO PROGRAMA CHAMADOR
      *==  DATA: 19/05/2025
      *==  OBSERVACOES: O PROGRAMA PRECISA DE UM SELECT/FD JORNAL
      *==               (COPY FATJRN) E DO COPYBOOK FATJRWS NO
      *==               WORKING-STORAGE; O SALDO E A CHAVE DO CLIENTE
      *==               SAEM DA PROPRIA FATURA
      *==  ALTERACOES
      *==  20/06/2025 GC: GRAVA A FORMA DE PAGAMENTO (WRK-JRN-FORMA),
      *==               QUE FICA PREENCHIDA ATE O PROGRAMA LIMPAR - A
      *==               BAIXA GRAVA A LINHA DOS ENCARGOS E A DO
      *==               PAGAMENTO
      *=================================================================
       9200-GRAVAR-JORNAL    SECTION.
           OPEN EXTEND JORNAL.
           IF FS-JORNAL EQUAL 35
               OPEN OUTPUT JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL 00
               DISPLAY "AVISO: CONTAS_RECEBER.LOG NAO ABRIU - FS "
                       FS-JORNAL " - LANCAMENTO " WRK-JRN-OPERACAO
                       " DA FATURA " FAT-NUMERO " SEM JORNAL"
           ELSE
               MOVE SPACE TO JRN-SEP-1 JRN-SEP-2 JRN-SEP-3 JRN-SEP-4
                             JRN-SEP-5 JRN-SEP-6 JRN-SEP-7 JRN-SEP-8
                             JRN-SEP-9 JRN-SEP-10 JRN-SEP-11
                             JRN-SEP-12 JRN-SEP-13
               ACCEPT JRN-DATA FROM DATE YYYYMMDD
               ACCEPT JRN-HORA FROM TIME
               MOVE WRK-JRN-PROGRAMA   TO JRN-PROGRAMA
               MOVE WRK-JRN-OPERADOR   TO JRN-OPERADOR
               MOVE WRK-JRN-OPERACAO   TO JRN-OPERACAO
               MOVE FAT-NUMERO         TO JRN-NUMERO
               MOVE WRK-JRN-SEQ        TO JRN-SEQ
               MOVE WRK-JRN-DATA-MOV   TO JRN-DATA-MOV
               MOVE WRK-JRN-VALOR      TO JRN-VALOR
               MOVE FAT-SALDO          TO JRN-SALDO-APOS
               MOVE FAT-CHAVE-CLI      TO JRN-CHAVE-CLI
               MOVE WRK-JRN-MOTIVO-COD TO JRN-MOTIVO-COD
               MOVE WRK-JRN-MOTIVO     TO JRN-MOTIVO
               MOVE WRK-JRN-FORMA      TO JRN-FORMA
               WRITE REG-JORNAL
               CLOSE JORNAL
           END-IF.
      *=== O MOTIVO SO VALE PARA O LANCAMENTO QUE O PREENCHEU
           MOVE SPACES TO WRK-JRN-MOTIVO-COD.
           MOVE SPACES TO WRK-JRN-MOTIVO.
