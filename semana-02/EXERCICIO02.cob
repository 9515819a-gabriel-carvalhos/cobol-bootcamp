      *==               POR RESNUM.CTL; A CONFIRMACAO, O CANCELAMENTO E
      *==               O MANIFESTO DIARIO DO BALCAO SAO O RESMANU - O
      *==               CADERNINHO DA MESA DE VIAGENS SE APOSENTA
      *==  12/07/2025 GC: RESERVA FATURADA PARA CLIENTE DO CADASTRO
      *==               (REG-ID) CONFERE O CREDITO DELE PELO TOTAL DO
      *==               ROTEIRO ANTES DE GRAVAR (MODULO FATLIMC,
      *==               COPYBOOKS LCRWS/LCRPR); RECUSADA SEM LIBERACAO
      *==               DO SUPERVISOR, NAO E GRAVADA. PASSAGEIRO
      *==               PARTICULAR (ZERO) NAO CONFERE
      *==  30/07/2025 GC: ANTES DE GRAVAR, CADA TRECHO DO ROTEIRO
      *==               CONFERE OS LUGARES QUE SOBRAM NO DESTINO E
      *==               DATA (CAPACIDADE DE ASSENTOS.DAT, MANTIDA PELO
      *==               ASSMANU, MENOS AS RESERVAS SOLICITADAS E
      *==               CONFIRMADAS DO TRECHO); COM ALGUM TRECHO
      *==               LOTADO, A RESERVA SO PODE SER GRAVADA NA LISTA
      *==               DE ESPERA (STATUS "E"), NA ORDEM DO PEDIDO.
      *==               TRECHO SEM CAPACIDADE CADASTRADA NAO TEM LIMITE
      *==  01/08/2025 GC: O LAYOUT DE RESERVAS.DAT PASSA PARA O COPYBOOK
      *==               RESREG E A RESERVA GUARDA O CLIENTE FATURADO
      *==               (PARA O RESMANU FATURAR A MULTA OU CREDITAR O
      *==               REEMBOLSO DO CANCELAMENTO); OS CAMPOS DO
      *==               CANCELAMENTO NASCEM ZERADOS
      *==  04/08/2025 GC: OS CAMPOS DA COBRANCA DA CONFIRMACAO (RESMANU)
      *==               TAMBEM NASCEM ZERADOS
      *==  06/08/2025 GC: REGISTRO DE CIDADES.DAT ACOMPANHA O NOME DO
      *==               DESTINO INCLUIDO PELO CIDMANU
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU): STOP RUN TROCADO POR GOBACK
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS.

      *=== CAPACIDADE DE LUGARES POR DESTINO E DATA, MANTIDA PELO
      *=== ASSMANU
           SELECT ASSENTOS ASSIGN
           TO "..\dados\ASSENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSENTOS.

      *=== PROXIMO NUMERO DE RESERVA, 1 LINHA SO
           SELECT RESNUMCTL ASSIGN
           TO "..\dados\RESNUM.CTL"
       01  REG-CIDADE.
           05  REG-CIDADE-COD          PIC X(002).
           05  REG-CIDADE-VALOR        PIC 9(004)V99.
           05  REG-CIDADE-NOME         PIC X(030).

       FD  TEMPORADAS.
       01  REG-TEMPORADA.
           05  REG-TMP-DATA-FIM        PIC 9(008).
           05  REG-TMP-PERCENTUAL      PIC 9(003)V99.

      *=== 1 RESERVA POR COTACAO ACEITA (LAYOUT NO COPYBOOK RESREG)
       FD  RESERVAS.
           COPY "RESREG.cpy".

       FD  ASSENTOS.
           COPY "ASSREG.cpy".

       FD  RESNUMCTL.
       01  REG-RESNUM                  PIC 9(006).
           05  WRK-ITIN-ITEM     OCCURS 8 TIMES.
               10  WRK-ITIN-DESTINO  PIC X(002).
               10  WRK-ITIN-DATA     PIC 9(008).
               10  WRK-ITIN-OCUPADOS PIC 9(003).
       77  WRK-QTD-TRECHOS           PIC 9(001)     VALUE ZEROS.
       77  WRK-IND-TRECHO            PIC 9(001)     VALUE ZEROS.
       77  WRK-IDA-E-VOLTA           PIC X(001)     VALUE "N".
       77  WRK-PROX-RESERVA           PIC 9(006)     VALUE ZEROS.
       77  WRK-DATA-HOJE              PIC 9(008)     VALUE ZEROS.

      *=== CLIENTE FATURADO DA RESERVA (ZERO = PASSAGEIRO PARTICULAR) E
      *=== A CONFERENCIA DE CREDITO DELE (MODULO FATLIMC)
       77  WRK-CLI-FATURADO           PIC 9(006)     VALUE ZEROS.
       COPY "LCRWS.cpy".

      *=== LUGARES POR DESTINO E DATA (COPYBOOKS ASSWS/ASSPR) E A
      *=== CONFERENCIA DOS TRECHOS DO ROTEIRO; ROTEIRO COM TRECHO
      *=== LOTADO SO ENTRA NA LISTA DE ESPERA
       COPY "ASSWS.cpy".
       77  WRK-IND-RES-TRECHO         PIC 9(001)     VALUE ZEROS.
       77  WRK-LUG-LIVRES             PIC 9(003)     VALUE ZEROS.
       77  WRK-TRECHO-LOTADO          PIC X(001)     VALUE "N".
           88  ROTEIRO-COM-LOTACAO                   VALUE "S".
       77  WRK-ACEITA-ESPERA          PIC X(001)     VALUE "N".
           88  ACEITA-ESPERA                         VALUE "S".
       77  WRK-STATUS-RESERVA         PIC X(001)     VALUE "R".
           88  STATUS-EM-ESPERA                      VALUE "E".

       PROCEDURE             DIVISION.
       0100-RECEBE           SECTION.
           DISPLAY "DIGITE O NOME................ ".
               CLOSE TEMPORADAS
           END-IF.

      *=== LE A CAPACIDADE DE LUGARES POR DESTINO E DATA; SEM O
      *=== ARQUIVO, NENHUM TRECHO TEM LIMITE (COMO ANTES)
       0147-CARREGAR-ASSENTOS SECTION.
           PERFORM 9800-CARREGAR-ASSENTOS.

      *=== PROCURA O VALOR BASE DO DESTINO DIGITADO NA TABELA CARREGADA
       0160-BUSCAR-VALOR-BASE SECTION.
           PERFORM VARYING WRK-IND-CIDADE FROM 1 BY 1
      *=== COTACAO ACEITA VIRA RESERVA EM RESERVAS.DAT (STATUS
      *=== SOLICITADA), COM O NUMERO VINDO DE RESNUM.CTL (MESMA
      *=== TECNICA DO FATNUM.CTL DO PROGRAMA08); ROTEIRO SEM TRECHO
      *=== VALIDO NAO TEM O QUE RESERVAR. COM TRECHO LOTADO, O
      *=== OPERADOR ESCOLHE ENTRE A LISTA DE ESPERA E NAO GRAVAR
       0250-GRAVAR-RESERVA   SECTION.
           IF WRK-VALOR-TOTAL EQUAL ZEROS
               CONTINUE
           ELSE
               DISPLAY "GRAVAR A RESERVA DESTE ROTEIRO (S/N)? "
               ACCEPT WRK-GRAVA-RESERVA
               MOVE "R" TO WRK-STATUS-RESERVA
               IF GRAVAR-RESERVA
                   PERFORM 0257-CONFERIR-LUGARES
                   IF ROTEIRO-COM-LOTACAO
                       DISPLAY "ROTEIRO COM TRECHO LOTADO - GRAVAR NA "
                               "LISTA DE ESPERA (S/N)? "
                       ACCEPT WRK-ACEITA-ESPERA
                       IF ACEITA-ESPERA
                           MOVE "E" TO WRK-STATUS-RESERVA
                       ELSE
                           MOVE "N" TO WRK-GRAVA-RESERVA
                           DISPLAY "RESERVA NAO GRAVADA"
                       END-IF
                   END-IF
               END-IF
               IF GRAVAR-RESERVA
                   DISPLAY "CLIENTE FATURADO (REG-ID, ZERO = "
                           "PASSAGEIRO PARTICULAR): "
                   ACCEPT WRK-CLI-FATURADO
                   MOVE "A" TO LCP-RESULTADO
                   IF WRK-CLI-FATURADO NOT EQUAL ZEROS
                       PERFORM 0255-CONFERIR-CREDITO
                   END-IF
                   IF CREDITO-APROVADO
                       PERFORM 0260-EFETIVAR-RESERVA
                   ELSE
                       DISPLAY "RESERVA NAO GRAVADA"
                   END-IF
               END-IF
           END-IF.

       0300-FINALIZAR        SECTION.
           GOBACK.

      *=== CONFERE O CREDITO DO CLIENTE FATURADO PELO TOTAL DO ROTEIRO
       0255-CONFERIR-CREDITO SECTION.
           MOVE WRK-CLI-FATURADO TO LCP-ID.
           MOVE WRK-VALOR-TOTAL  TO LCP-VALOR.
           MOVE "EXERC02"        TO LCP-PROGRAMA.
           MOVE SPACES           TO LCP-OPERADOR.
           MOVE "..\dados\"     TO LCP-PASTA.
           PERFORM 9160-CONFERIR-CREDITO.

      *=== CONTA, EM UMA PASSADA POR RESERVAS.DAT, OS LUGARES JA
      *=== TOMADOS EM CADA TRECHO DO ROTEIRO (RESERVA SOLICITADA OU
      *=== CONFIRMADA NO MESMO DESTINO E DATA) E COMPARA COM A
      *=== CAPACIDADE CADASTRADA; QUALQUER TRECHO SEM LUGAR LIGA
      *=== ROTEIRO-COM-LOTACAO
       0257-CONFERIR-LUGARES SECTION.
           MOVE "N" TO WRK-TRECHO-LOTADO.
           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER WRK-QTD-TRECHOS
               MOVE ZEROS TO WRK-ITIN-OCUPADOS(WRK-IND-TRECHO)
           END-PERFORM.

           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL 00
               READ RESERVAS
               PERFORM UNTIL FS-RESERVAS NOT EQUAL 00
                   IF RESERVA-OCUPA-LUGAR
                       PERFORM 0258-CONTAR-TRECHOS
                   END-IF
                   READ RESERVAS
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

           PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-TRECHO GREATER WRK-QTD-TRECHOS
               MOVE WRK-ITIN-DESTINO(WRK-IND-TRECHO) TO WRK-LUG-DESTINO
               MOVE WRK-ITIN-DATA(WRK-IND-TRECHO)    TO WRK-LUG-DATA
               PERFORM 9810-LOCALIZAR-ASSENTOS
               IF ASSENTO-CONTROLADO
                   IF WRK-ITIN-OCUPADOS(WRK-IND-TRECHO)
                      NOT LESS WRK-LUG-CAPACIDADE
                       MOVE "S" TO WRK-TRECHO-LOTADO
                       DISPLAY "TRECHO " WRK-IND-TRECHO " - "
                               WRK-LUG-DESTINO " EM " WRK-LUG-DATA
                               " - LOTADO (" WRK-LUG-CAPACIDADE
                               " LUGARES)"
                   ELSE
                       COMPUTE WRK-LUG-LIVRES = WRK-LUG-CAPACIDADE
                             - WRK-ITIN-OCUPADOS(WRK-IND-TRECHO)
                       DISPLAY "TRECHO " WRK-IND-TRECHO " - "
                               WRK-LUG-DESTINO " EM " WRK-LUG-DATA
                               " - " WRK-LUG-LIVRES " LUGARES LIVRES"
                   END-IF
               END-IF
           END-PERFORM.

      *=== SOMA 1 LUGAR EM CADA TRECHO DO ROTEIRO QUE A RESERVA LIDA
      *=== TAMBEM PERCORRE (MESMO DESTINO E DATA)
       0258-CONTAR-TRECHOS   SECTION.
           PERFORM VARYING WRK-IND-RES-TRECHO FROM 1 BY 1
                     UNTIL WRK-IND-RES-TRECHO GREATER RES-QTD-TRECHOS
               PERFORM VARYING WRK-IND-TRECHO FROM 1 BY 1
                         UNTIL WRK-IND-TRECHO GREATER WRK-QTD-TRECHOS
                   IF RES-TRE-DESTINO(WRK-IND-RES-TRECHO)
                      EQUAL WRK-ITIN-DESTINO(WRK-IND-TRECHO)
                      AND RES-TRE-DATA(WRK-IND-RES-TRECHO)
                      EQUAL WRK-ITIN-DATA(WRK-IND-TRECHO)
                       ADD 1 TO WRK-ITIN-OCUPADOS(WRK-IND-TRECHO)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=== EFETIVA A RESERVA DA COTACAO ACEITA: NUMERA PELO CONTROLE,
      *=== ANEXA EM RESERVAS.DAT E AVANCA O CONTROLE
           END-PERFORM.
           MOVE WRK-IDA-E-VOLTA  TO RES-IDA-VOLTA.
           MOVE WRK-VALOR-TOTAL  TO RES-TOTAL.
           MOVE WRK-STATUS-RESERVA TO RES-STATUS.
           MOVE WRK-DATA-HOJE    TO RES-DATA-PEDIDO.
           MOVE WRK-CLI-FATURADO TO RES-CLIENTE.
           MOVE ZEROS            TO RES-DATA-CANCEL RES-PERC-MULTA
                                    RES-MULTA RES-REEMBOLSO
                                    RES-FATURA-MULTA
                                    RES-DATA-CONFIRMA RES-FATURA-SINAL
                                    RES-FATURA-SALDO RES-VENC-SALDO.
           MOVE SPACES           TO RES-TIPO-CANCEL.
           WRITE REG-RESERVA.

           CLOSE RESERVAS.
           WRITE REG-RESNUM.
           CLOSE RESNUMCTL.

           IF STATUS-EM-ESPERA
               DISPLAY "RESERVA " RES-NUMERO " GRAVADA (EM ESPERA)"
           ELSE
               DISPLAY "RESERVA " RES-NUMERO " GRAVADA (SOLICITADA)"
           END-IF.

      *=== RECEBE 1 DESTINO DO ROTEIRO COM A DATA DA VIAGEM DO TRECHO
      *=== (E ELA QUE DECIDE A TEMPORADA); BRANCO ENCERRA A DIGITACAO
                   MOVE "S" TO WRK-TEMP-APLICADA
               END-IF
           END-PERFORM.

       COPY "LCRPR.cpy".
       COPY "ASSPR.cpy".
