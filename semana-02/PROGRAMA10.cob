      *==               COMPORTAMENTO DE SEMPRE (FRETE.CTL, MANIFESTO
      *==               UNICO). O MODO INTERATIVO SEGUE COTANDO PELA
      *==               TABELA UNICA DO FRETE.CTL
      *==  30/06/2025 GC: O PEDIDO GANHA O CLIENTE (REG-ID) NO FIM DO
      *==               REGISTRO (69 BYTES, INFORMADO NO PEDMANU); NO
      *==               LOTE, PEDIDO COM CLIENTE SAI NO MANIFESTO COM O
      *==               CEP E O ENDERECO DE ENTREGA, ESCOLHIDOS EM
      *==               CONTATOS.DAT PELA REGRA DO COPYBOOK CTTPR
      *==               (ENTREGA, DEPOIS O PRINCIPAL, DEPOIS O CLIREG).
      *==               PEDIDO ANTIGO OU SEM CLIENTE SAI COMO ANTES
      *==  15/07/2025 GC: O PEDIDO GANHA NUMERO PERMANENTE, ENDERECO DE
      *==               ENTREGA E CEP NO FIM DO REGISTRO (123 BYTES,
      *==               VER PEDMANU E PEDCONV): O MANIFESTO ABRE CADA
      *==               LINHA PELO NUMERO DO PEDIDO E O DESTINO PASSA A
      *==               SER O ENDERECO/CEP DO PROPRIO PEDIDO; SO O
      *==               PEDIDO SEM ENDERECO CAI NO CONTATO DO CLIENTE
      *==  18/07/2025 GC: O PEDIDO COTADO PELO LOTE GUARDA NO FIM DO
      *==               REGISTRO (159 BYTES) O FRETE, O SEGURO E A TAXA
      *==               DE COD COBRADOS, PARA O FATURAMENTO DO FRETE
      *==               (FATFRET), E O NUMERO DA FATURA QUE O COBROU
      *==               (ZERO = AINDA NAO FATURADO; GRAVADO NO FATFRET)
      *==  23/07/2025 GC: NO LOTE MULTI-TRANSPORTADORA, O DESEMPENHO
      *==               NO PRAZO DE CADA TRANSPORTADORA POR UF
      *==               (DESEMPENHO.CTL, GRAVADO PELO FRETDES) PODE
      *==               ENTRAR NA ESCOLHA: D-DESEMPATE (NO MESMO CUSTO
      *==               LEVA A DE MAIOR % NO PRAZO) OU P-PENALIDADE (O
      *==               CUSTO DE COMPARACAO SOBE NA PROPORCAO DO QUE
      *==               FALTA PARA 100% NO PRAZO). TRANSPORTADORA SEM
      *==               DESEMPENHO NAO E PENALIZADA E PERDE O
      *==               DESEMPATE; O FRETE COBRADO NAO MUDA. SEM O
      *==               ARQUIVO, OU RESPONDENDO N, E O DE SEMPRE
      *==  25/07/2025 GC: PREVISAO DE ENTREGA: COM O PRAZO EM DIAS UTEIS
      *==               DA TRANSPORTADORA PARA A UF (PRAZO.CTL), A
      *==               COTACAO MOSTRA A DATA PROMETIDA (A PARTIR DE
      *==               HOJE, PULANDO FIM DE SEMANA E FERIADOS DO
      *==               DESTINO - COPYBOOKS PRZWS/PRZPR), O MANIFESTO A
      *==               TRAZ NO FIM DA LINHA E O LOTE A GRAVA NO FIM DO
      *==               PEDIDO (167 BYTES; ZERO = SEM PRAZO)
      *==  28/07/2025 GC: O LOTE GRAVA TAMBEM AS ETIQUETAS DOS VOLUMES
      *==               (1 POR PACOTE: PEDIDO, VOLUME N DE N,
      *==               DESTINATARIO E ENDERECO DO CLIENTE, CEP,
      *==               TRANSPORTADORA, PESO E O AVISO DE COBRANCA NA
      *==               ENTREGA) E O ROMANEIO DE CADA PEDIDO, PARA IR
      *==               DENTRO DA CAIXA, EM ETIQUETAS10.TXT - COM
      *==               TRANSP.CTL, 1 ARQUIVO POR TRANSPORTADORA, NA
      *==               MESMA ORDEM DO MANIFESTO DELA
      *==  29/08/2025 GC: PODE SER CHAMADO PELO MENU GERAL DOS SISTEMAS
      *==               (SISMENU): STOP RUN TROCADO POR GOBACK
      *==  01/09/2025 GC: ANTES DE REGRAVAR O ARQUIVO DE PEDIDOS, O
      *==               ARQUIVO ANTERIOR VIRA UMA GERACAO DE BACKUP
      *==               (MODULO ARQBKP, CATALOGO BACKUPS_GERAL.CTL);
      *==               FALHA NO BACKUP SO AVISA. RESTAURACAO PELO
      *==               ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSPCTL.

      *=== % NO PRAZO POR TRANSPORTADORA E UF (GRAVADO PELO FRETDES)
           SELECT DESEMPCTL ASSIGN
           TO "..\dados\DESEMPENHO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESEMPCTL.

      *=== PRAZO DE ENTREGA EM DIAS UTEIS POR TRANSPORTADORA E UF
           SELECT PRAZOCTL ASSIGN
           TO "..\dados\PRAZO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRAZOCTL.

      *=== TABELA DE FAIXAS DE PESO (LIMITE KG + ADICIONAL R$)
           SELECT PESOCTL ASSIGN
           TO "..\dados\PESO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.

      *=== CADASTRO DE CLIENTES E CONTATOS ADICIONAIS (SO CONSULTA,
      *=== PARA O ENDERECO DE ENTREGA DO MANIFESTO)
           SELECT CLIENTES ASSIGN
           TO "..\dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

           SELECT CONTATOS ASSIGN
           TO "..\dados\CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATOS.

      *=== MANIFESTO DE EMBARQUE DO MODO LOTE; COM TRANSP.CTL SAI 1
      *=== ARQUIVO POR TRANSPORTADORA, O CAMINHO E MONTADO NA HORA
           SELECT MANIFESTO ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFESTO.

      *=== ETIQUETAS DOS VOLUMES E ROMANEIOS DO MODO LOTE; COM
      *=== TRANSP.CTL SAI 1 ARQUIVO POR TRANSPORTADORA, COMO O MANIFESTO
           SELECT ETIQUETAS ASSIGN
           TO WRK-ETIQUETAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETIQUETAS.

       DATA DIVISION.
       FILE                  SECTION.
      *=== UF + PERCENTUAL DO FRETE (999V99), LARGURA FIXA
           05  REG-TRP-UF          PIC X(002).
           05  REG-TRP-PERC        PIC 9(003)V99.

      *=== TRANSPORTADORA + UF + % NO PRAZO (999V99) + ENTREGAS
       FD  DESEMPCTL.
       01  REG-DESEMPCTL.
           05  REG-DSP-TRANSP      PIC X(003).
           05  REG-DSP-UF          PIC X(002).
           05  REG-DSP-PERC        PIC 9(003)V99.
           05  REG-DSP-ENTREGAS    PIC 9(005).

      *=== TRANSPORTADORA (BRANCO = TODAS) + UF + DIAS UTEIS
       FD  PRAZOCTL.
           COPY "PRZREG.cpy".

      *=== LIMITE DA FAIXA (999V99 KG) + ADICIONAL (9999V99 R$)
       FD  PESOCTL.
       01  REG-PESOCTL.
           05  REG-PED-DATA-STATUS     PIC 9(008).
           05  REG-PED-PESO            PIC 9(003)V99.
           05  REG-PED-TRANSP          PIC X(003).
           05  REG-PED-CLIENTE         PIC X(006).
           05  REG-PED-NUMERO          PIC X(006).
           05  REG-PED-ENDERECO        PIC X(040).
           05  REG-PED-CEP             PIC X(008).
           05  REG-PED-FRETE           PIC 9(008)V99.
           05  REG-PED-SEGURO          PIC 9(008)V99.
           05  REG-PED-TAXA-COD        PIC 9(008)V99.
           05  REG-PED-FATURA          PIC 9(006).
           05  REG-PED-PREVISTA        PIC 9(008).

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  CONTATOS.
           COPY "CTTREG.cpy".

       FD  MANIFESTO.
       01  REG-MANIFESTO               PIC X(190).

       FD  ETIQUETAS.
       01  REG-ETIQUETA                PIC X(080).

       WORKING-STORAGE       SECTION.
      *=== TAXAS DE FRETE POR UF; OS VALUES ABAIXO SAO SO A RESERVA DE
       77  WRK-MELHOR-CUSTO    PIC 9(009)V99 VALUE ZEROS.
       77  WRK-CUSTO-CAND      PIC 9(009)V99 VALUE ZEROS.

      *=== DESEMPENHO NO PRAZO POR TRANSPORTADORA E UF (DESEMPENHO.CTL)
      *=== E O USO DELE NA ESCOLHA: N-NAO / D-DESEMPATE / P-PENALIDADE
       77  FS-DESEMPCTL        PIC 9(002) VALUE ZEROS.
       01  WRK-TAB-DESEMPENHO.
           05  WRK-DSP-ITEM     OCCURS 100 TIMES.
               10  WRK-DSP-TRANSP   PIC X(003).
               10  WRK-DSP-UF       PIC X(002).
               10  WRK-DSP-PERC     PIC 9(003)V99.
       77  WRK-QTD-DESEMP      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-DSP         PIC 9(003) VALUE ZEROS.
       77  WRK-USO-DESEMP      PIC X(001) VALUE "N".
           88  DESEMP-DESEMPATE            VALUE "D".
           88  DESEMP-PENALIDADE           VALUE "P".
       77  WRK-DESEMP-ACHADO   PIC X(001) VALUE "N".
           88  DESEMP-ACHADO               VALUE "S".
       77  WRK-PERC-CAND       PIC 9(003)V99 VALUE ZEROS.
       77  WRK-MELHOR-PERC     PIC 9(003)V99 VALUE ZEROS.
       77  WRK-CUSTO-AVAL      PIC 9(009)V99 VALUE ZEROS.

      *=== RESULTADO DA COTACAO DE CADA PEDIDO DO LOTE, PARA OS
      *=== MANIFESTOS POR TRANSPORTADORA SEREM GRAVADOS DEPOIS
       01  WRK-TAB-RESULTADOS.
           05  WRK-RES-ITEM     OCCURS 200 TIMES.
               10  WRK-RES-TRANSP   PIC X(003).
               10  WRK-RES-DET      PIC X(190).
               10  WRK-RES-ETIQUETA PIC X(157).

      *=============== VARIAVEIS DE APOIO
       77  WRK-PRODUTO   PIC X(30)     VALUES SPACES.
       77  FS-EXCECOES   PIC 9(002) VALUE ZEROS.
       77  FS-PEDIDOS    PIC 9(002) VALUE ZEROS.
       77  FS-MANIFESTO  PIC 9(002) VALUE ZEROS.
       77  FS-ETIQUETAS  PIC 9(002) VALUE ZEROS.
       77  FS-CLIENTES   PIC 9(002) VALUE ZEROS.
       77  FS-CONTATOS   PIC 9(002) VALUE ZEROS.
       77  WRK-CLI-ABERTO      PIC X(001) VALUE "N".
           88  CLIENTES-ABERTOS            VALUE "S".

      *=== ENDERECO DE ENTREGA DO PEDIDO (COPYBOOKS CTTWS/CTTPR)
       COPY "CTTWS.cpy".

      *=== PREVISAO DE ENTREGA (COPYBOOKS PRZWS/PRZPR)
       COPY "PRZWS.cpy".

      *=== MODO DE OPERACAO: 1-INTERATIVO (1 PEDIDO DIGITADO) /
      *=== 2-LOTE (VARIOS PEDIDOS LIDOS DE PEDIDOS10.DAT)
      *=== LINHA DE DETALHE DO MANIFESTO, GRAVADA EM
      *=== FRETE_MANIFESTO10.TXT PARA CADA PEDIDO DO LOTE
       01  WRK-DET-MANIFESTO.
           05  WRK-DET-NUMERO       PIC X(006).
           05  FILLER               PIC X(003) VALUE " - ".
           05  WRK-DET-PRODUTO      PIC X(030).
           05  FILLER               PIC X(003) VALUE " - ".
           05  WRK-DET-ESTADO       PIC X(002).
           05  WRK-DET-PESO         PIC X(006).
           05  FILLER               PIC X(003) VALUE " F".
           05  WRK-DET-BANDA        PIC 9(002).
           05  WRK-DET-SEP-DESTINO  PIC X(003).
           05  WRK-DET-CEP          PIC X(009).
           05  FILLER               PIC X(001) VALUE SPACES.
           05  WRK-DET-ENDERECO     PIC X(040).
           05  WRK-DET-SEP-PREVISTA PIC X(008).
           05  WRK-DET-PREVISTA     PIC X(010).

       77  WRK-REG-MANIFESTO        PIC X(190) VALUE SPACES.

      *=== DADOS DA ETIQUETA E DO ROMANEIO DO PEDIDO CORRENTE, GUARDADOS
      *=== EM WRK-RES-ETIQUETA ATE A GRAVACAO (VALORES JA EDITADOS)
       01  WRK-ETQ-DADOS.
           05  WRK-ETQ-OK           PIC X(001).
               88  ETIQUETA-VALIDA             VALUE "S".
           05  WRK-ETQ-NUMERO       PIC X(006).
           05  WRK-ETQ-TRANSP       PIC X(003).
           05  WRK-ETQ-PACOTES      PIC 9(003).
           05  WRK-ETQ-NOME         PIC X(020).
           05  WRK-ETQ-ENDERECO     PIC X(040).
           05  WRK-ETQ-CEP          PIC X(009).
           05  WRK-ETQ-UF           PIC X(002).
           05  WRK-ETQ-PESO         PIC X(006).
           05  WRK-ETQ-COD          PIC X(001).
               88  ETIQUETA-COBRAR             VALUE "S".
           05  WRK-ETQ-COBRAR       PIC X(013).
           05  WRK-ETQ-PRODUTO      PIC X(030).
           05  WRK-ETQ-DECLARADO    PIC X(013).
           05  WRK-ETQ-PREVISTA     PIC X(010).
       77  WRK-ETIQUETAS-PATH   PIC X(040) VALUE SPACES.
       77  WRK-ETQ-FILTRO       PIC X(003) VALUE SPACES.
       77  WRK-ETQ-VOLUME       PIC 9(003) VALUE ZEROS.
       77  WRK-ETQ-TOTAL-VOL    PIC 9(003) VALUE ZEROS.
       77  WRK-QTD-ETIQUETAS    PIC 9(005) VALUE ZEROS.
       77  WRK-ETQ-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA-ETQ        PIC X(080) VALUE SPACES.

      *=== PEDIDOS CARREGADOS EM MEMORIA PARA O LOTE PODER MARCAR OS
      *=== COTADOS E REGRAVAR O ARQUIVO NO FIM
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-REG      PIC X(167) OCCURS 200 TIMES.
       77  WRK-QTD-PEDIDOS      PIC 9(003) VALUE ZEROS.
       77  WRK-IND-PED          PIC 9(003) VALUE ZEROS.
       77  WRK-DATA-HOJE        PIC 9(008) VALUE ZEROS.

      *=== BACKUP GERACIONAL ANTES DA REGRAVACAO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.

      *=== ESCOLHE ENTRE O MODO INTERATIVO (1 PEDIDO DIGITADO) E O
               DISPLAY "PESO.CTL AUSENTE - USANDO AS FAIXAS PADRAO"
           END-IF.

      *=== PRAZOS DE ENTREGA; SEM PRAZO.CTL NENHUMA DATA E PROMETIDA
           PERFORM 9700-CARREGAR-PRAZOS.

      *=== CARREGA AS TARIFAS POR TRANSPORTADORA; SEM TRANSP.CTL O
      *=== LOTE RODA COM A TABELA UNICA DE SEMPRE
           MOVE "N" TO WRK-MULTI-TRANSP.
               CLOSE TRANSPCTL
               IF WRK-QTD-TRANSPS GREATER ZEROS
                   MOVE "S" TO WRK-MULTI-TRANSP
                   PERFORM 0057-CARREGAR-DESEMPENHO
               END-IF
           END-IF.

      *=== CARREGA O DESEMPENHO NO PRAZO DAS TRANSPORTADORAS; SEM
      *=== DESEMPENHO.CTL A ESCOLHA FICA SO PELO CUSTO
       0057-CARREGAR-DESEMPENHO SECTION.
           MOVE ZEROS TO WRK-QTD-DESEMP.
           OPEN INPUT DESEMPCTL.
           IF FS-DESEMPCTL EQUAL 00
               READ DESEMPCTL
               PERFORM UNTIL FS-DESEMPCTL NOT EQUAL 00
                          OR WRK-QTD-DESEMP EQUAL 100
                   ADD 1 TO WRK-QTD-DESEMP
                   MOVE REG-DSP-TRANSP
                     TO WRK-DSP-TRANSP(WRK-QTD-DESEMP)
                   MOVE REG-DSP-UF
                     TO WRK-DSP-UF(WRK-QTD-DESEMP)
                   MOVE REG-DSP-PERC
                     TO WRK-DSP-PERC(WRK-QTD-DESEMP)
                   READ DESEMPCTL
               END-PERFORM
               CLOSE DESEMPCTL
           END-IF.

      *=== GUARDA A TRANSPORTADORA DA TARIFA RECEM-LIDA NA LISTA DE
      *=== DISTINTAS, SEM REPETICAO
       0059-ANOTAR-TRANSP    SECTION.
               IF WRK-TAXA-COD GREATER 0
                   DISPLAY "TAXA COD   : " WRK-COD-ED
               END-IF
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE SPACES        TO WRK-PRV-TRANSP
               MOVE WRK-ESTADO    TO WRK-PRV-UF
               MOVE SPACES        TO WRK-PRV-CEP
               MOVE WRK-DATA-HOJE TO WRK-PRV-EMBARQUE
               PERFORM 9720-CALCULAR-PREVISAO
               IF WRK-PRV-DATA GREATER ZEROS
                   PERFORM 9760-EDITAR-PREVISAO
                   DISPLAY "PREVISAO DE ENTREGA: " WRK-PRV-DATA-ED
               END-IF
           ELSE
               DISPLAY "NAO ENTREGAMOS NO ESTADO " WRK-ESTADO
               PERFORM 0060-GRAVAR-EXCECAO
           END-IF.

       0300-FINALIZAR        SECTION.
           GOBACK.

      *=== COTA CADA PEDIDO PENDENTE DE PEDIDOS10.DAT, GRAVA O
      *=== MANIFESTO E MARCA OS COTADOS NO PROPRIO ARQUIVO (CARREGADO
      *=== ENTREGUE/CANCELADO FICA FORA DA COTACAO
       0400-PROCESSAR-LOTE   SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *=== COM DESEMPENHO.CTL, O OPERADOR ESCOLHE SE O % NO PRAZO
      *=== ENTRA NA ESCOLHA DA TRANSPORTADORA (BRANCO = N)
           MOVE "N" TO WRK-USO-DESEMP.
           IF MULTI-TRANSPORTADORA
              AND WRK-QTD-DESEMP GREATER ZEROS
               DISPLAY "USO DO DESEMPENHO NA ESCOLHA (N-NAO / "
                       "D-DESEMPATE / P-PENALIDADE): "
               ACCEPT WRK-USO-DESEMP
               IF NOT DESEMP-DESEMPATE
                  AND NOT DESEMP-PENALIDADE
                   MOVE "N" TO WRK-USO-DESEMP
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE SPACES TO WRK-TAB-RESULTADOS.

           END-IF.
           CLOSE PEDIDOS.

      *=== SEM CLIENTES.DAT/CONTATOS.DAT O MANIFESTO SAI SEM O ENDERECO
      *=== (SEM CONTATOS.DAT, SO COM O DO CLIREG)
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLI-ABERTO
               OPEN INPUT CONTATOS
               IF FS-CONTATOS EQUAL 00
                   MOVE "S" TO WRK-CTT-ABERTO
               END-IF
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NAO FOI ABERTO - FS "
                       FS-CLIENTES " - MANIFESTO SEM ENDERECO"
           END-IF.

           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
               MOVE WRK-PED-REG(WRK-IND-PED) TO REG-PEDIDO
                           ADD 1 TO WRK-TOTAL-REJEITADOS
                       ELSE
                           ADD 1 TO WRK-TOTAL-VALIDOS
      *=== COTADO: STATUS, TRANSPORTADORA E VALORES COBRADOS
      *=== MARCADOS NO PEDIDO, AINDA SEM FATURA
                           MOVE "C"          TO REG-PED-STATUS
                           MOVE WRK-DATA-HOJE TO REG-PED-DATA-STATUS
                           IF MULTI-TRANSPORTADORA
                               MOVE WRK-TRANSP-VENCE
                                 TO REG-PED-TRANSP
                           END-IF
                           MOVE WRK-FRETE     TO REG-PED-FRETE
                           MOVE ZEROS         TO REG-PED-SEGURO
                           MOVE WRK-TAXA-COD  TO REG-PED-TAXA-COD
                           MOVE ZEROS         TO REG-PED-FATURA
                           PERFORM 0405-PREVER-ENTREGA
                           MOVE WRK-PRV-DATA  TO REG-PED-PREVISTA
                           MOVE REG-PEDIDO
                             TO WRK-PED-REG(WRK-IND-PED)
                       END-IF
                       PERFORM 0410-GRAVAR-DET-MANIFESTO
                       MOVE WRK-DET-MANIFESTO
                         TO WRK-RES-DET(WRK-IND-PED)
                       MOVE WRK-ETQ-DADOS
                         TO WRK-RES-ETIQUETA(WRK-IND-PED)
                       IF WRK-FRETE GREATER ZEROS
                           MOVE WRK-TRANSP-VENCE
                             TO WRK-RES-TRANSP(WRK-IND-PED)
           END-PERFORM.

           PERFORM 0440-GRAVAR-MANIFESTOS.
           IF CONTATOS-ABERTOS
               CLOSE CONTATOS
           END-IF.
           IF CLIENTES-ABERTOS
               CLOSE CLIENTES
           END-IF.

      *=== REGRAVA PEDIDOS10.DAT JA COM OS COTADOS MARCADOS
           PERFORM 0402-BACKUP-PEDIDOS.
           OPEN OUTPUT PEDIDOS.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                     UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
           DISPLAY "PEDIDOS REJEITADOS...... " WRK-TOTAL-REJEITADOS.
           DISPLAY "FRETE TOTAL ARRECADADO.. " WRK-FRETE-TOTAL-ED.

      *=== GUARDA O ARQUIVO DE PEDIDOS ANTERIOR COMO GERACAO DE
      *=== BACKUP; SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0402-BACKUP-PEDIDOS   SECTION.
           MOVE "B"              TO BKP-OPERACAO.
           MOVE "PEDIDOS10.DAT"  TO BKP-ARQUIVO.
           MOVE "..\dados\PEDIDOS10.DAT" TO BKP-CAMINHO.
           MOVE "PROGRAMA10"     TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE " BKP-ARQUIVO
                       " FALHOU - FS " BKP-FS
           END-IF.

      *=== DATA PROMETIDA DO PEDIDO COTADO: PRAZO DA TRANSPORTADORA
      *=== PARA A UF, CONTADO DE HOJE NO CALENDARIO DO DESTINO
       0405-PREVER-ENTREGA   SECTION.
           MOVE REG-PED-TRANSP TO WRK-PRV-TRANSP.
           MOVE WRK-ESTADO     TO WRK-PRV-UF.
           IF REG-PED-CEP NUMERIC
               MOVE REG-PED-CEP TO WRK-PRV-CEP
           ELSE
               MOVE SPACES      TO WRK-PRV-CEP
           END-IF.
           MOVE WRK-DATA-HOJE  TO WRK-PRV-EMBARQUE.
           PERFORM 9720-CALCULAR-PREVISAO.

      *=== MONTA A LINHA DE DETALHE DO PEDIDO CORRENTE; A GRAVACAO
      *=== NOS MANIFESTOS (POR TRANSPORTADORA OU UNICO) E DEPOIS
       0410-GRAVAR-DET-MANIFESTO SECTION.
           MOVE REG-PED-NUMERO TO WRK-DET-NUMERO.
           MOVE WRK-PRODUTO  TO WRK-DET-PRODUTO.
           MOVE WRK-ESTADO   TO WRK-DET-ESTADO.
           MOVE WRK-VALOR-ED TO WRK-DET-VALOR.
           MOVE WRK-PESO     TO WRK-PESO-ED.
           MOVE WRK-PESO-ED  TO WRK-DET-PESO.
           MOVE WRK-BANDA-USADA TO WRK-DET-BANDA.
           PERFORM 0415-BUSCAR-DESTINO.
           MOVE SPACES TO WRK-DET-SEP-PREVISTA.
           MOVE SPACES TO WRK-DET-PREVISTA.
           IF WRK-FRETE GREATER ZEROS
              AND WRK-PRV-DATA GREATER ZEROS
               PERFORM 9760-EDITAR-PREVISAO
               MOVE " - PREV " TO WRK-DET-SEP-PREVISTA
               MOVE WRK-PRV-DATA-ED TO WRK-DET-PREVISTA
           END-IF.
           PERFORM 0412-MONTAR-ETIQUETA.

      *=== GUARDA OS DADOS DA ETIQUETA E DO ROMANEIO; SO O PEDIDO
      *=== COTADO (COM FRETE) GANHA ETIQUETA
       0412-MONTAR-ETIQUETA  SECTION.
           MOVE SPACES TO WRK-ETQ-DADOS.
           IF WRK-FRETE GREATER ZEROS
               MOVE "S"              TO WRK-ETQ-OK
               MOVE REG-PED-NUMERO   TO WRK-ETQ-NUMERO
               MOVE REG-PED-TRANSP   TO WRK-ETQ-TRANSP
               MOVE WRK-QTD-PACOTES  TO WRK-ETQ-PACOTES
               MOVE WRK-DET-ENDERECO TO WRK-ETQ-ENDERECO
               MOVE WRK-DET-CEP      TO WRK-ETQ-CEP
               MOVE WRK-ESTADO       TO WRK-ETQ-UF
               MOVE WRK-PESO-ED      TO WRK-ETQ-PESO
               MOVE WRK-COD-FLAG     TO WRK-ETQ-COD
               MOVE WRK-VALOR-ED     TO WRK-ETQ-COBRAR
               MOVE WRK-PRODUTO      TO WRK-ETQ-PRODUTO
               MOVE REG-PED-VALOR    TO WRK-ETQ-VALOR-ED
               MOVE WRK-ETQ-VALOR-ED TO WRK-ETQ-DECLARADO
               MOVE WRK-DET-PREVISTA TO WRK-ETQ-PREVISTA
               PERFORM 0417-BUSCAR-DESTINATARIO
           END-IF.

      *=== CEP E ENDERECO DE ENTREGA: OS DO PROPRIO PEDIDO; PEDIDO
      *=== SEM ENDERECO USA O DO CLIENTE (CONTATO DE ENTREGA, DEPOIS O
      *=== PRINCIPAL, DEPOIS O CLIREG); SEM NENHUM DOS DOIS FICA SEM
       0415-BUSCAR-DESTINO   SECTION.
           MOVE SPACES TO WRK-DET-SEP-DESTINO.
           MOVE SPACES TO WRK-DET-CEP.
           MOVE SPACES TO WRK-DET-ENDERECO.
           MOVE SPACES TO WRK-CTT-USO-NOME.
           IF REG-PED-ENDERECO NOT EQUAL SPACES
               MOVE " - " TO WRK-DET-SEP-DESTINO
               IF REG-PED-CEP NUMERIC
                  AND REG-PED-CEP NOT EQUAL "00000000"
                   MOVE REG-PED-CEP TO WRK-CTT-USO-CEP
                   PERFORM 9148-EDITAR-CEP
                   MOVE WRK-CTT-CEP-ED TO WRK-DET-CEP
               END-IF
               MOVE REG-PED-ENDERECO TO WRK-DET-ENDERECO
           ELSE
           IF CLIENTES-ABERTOS
              AND REG-PED-CLIENTE NUMERIC
              AND REG-PED-CLIENTE NOT EQUAL "000000"
               MOVE REG-PED-CLIENTE TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "2" TO WRK-CTT-TIPO-1
                       MOVE "P" TO WRK-CTT-TIPO-2
                       PERFORM 9140-ESCOLHER-CONTATO
                       MOVE " - " TO WRK-DET-SEP-DESTINO
                       IF WRK-CTT-USO-CEP GREATER ZEROS
                           PERFORM 9148-EDITAR-CEP
                           MOVE WRK-CTT-CEP-ED TO WRK-DET-CEP
                       END-IF
                       MOVE WRK-CTT-USO-ENDERECO TO WRK-DET-ENDERECO
               END-READ
           END-IF
           END-IF.

      *=== NOME DO DESTINATARIO DA ETIQUETA: O DO CONTATO DE ENTREGA
      *=== ESCOLHIDO PELO 0415, SENAO O NOME DO CLIENTE NO CLIREG
       0417-BUSCAR-DESTINATARIO SECTION.
           MOVE SPACES TO WRK-ETQ-NOME.
           IF CLIENTES-ABERTOS
              AND REG-PED-CLIENTE NUMERIC
              AND REG-PED-CLIENTE NOT EQUAL "000000"
               IF REG-PED-ENDERECO EQUAL SPACES
                  AND WRK-CTT-USO-NOME NOT EQUAL SPACES
                   MOVE WRK-CTT-USO-NOME TO WRK-ETQ-NOME
               ELSE
                   MOVE REG-PED-CLIENTE TO REG-ID
                   READ CLIENTES
                       KEY IS REG-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-NOME TO WRK-ETQ-NOME
                   END-READ
               END-IF
           END-IF.

      *=== ESCOLHE A TRANSPORTADORA DO PEDIDO CORRENTE: A FORCADA NO
      *=== PEDIDO (SE ATENDE A UF) OU A DE MENOR PERCENTUAL PARA A

           IF MULTI-TRANSPORTADORA
               MOVE 999999999 TO WRK-MELHOR-CUSTO
               MOVE ZEROS     TO WRK-MELHOR-PERC
               PERFORM VARYING WRK-IND-TAR FROM 1 BY 1
                         UNTIL WRK-IND-TAR GREATER WRK-QTD-TARIFAS
                   IF WRK-TAR-UF(WRK-IND-TAR) EQUAL WRK-ESTADO
                              WRK-TRANSP-FORCADA)
                       COMPUTE WRK-CUSTO-CAND = WRK-VALOR
                           * WRK-TAR-PERC(WRK-IND-TAR) / 100
                       PERFORM 0436-AVALIAR-DESEMPENHO
                       IF WRK-CUSTO-AVAL LESS WRK-MELHOR-CUSTO
                          OR (DESEMP-DESEMPATE
                              AND WRK-CUSTO-AVAL EQUAL WRK-MELHOR-CUSTO
                              AND WRK-PERC-CAND GREATER WRK-MELHOR-PERC)
                           MOVE WRK-CUSTO-AVAL TO WRK-MELHOR-CUSTO
                           MOVE WRK-PERC-CAND  TO WRK-MELHOR-PERC
                           MOVE WRK-TAR-TRANSP(WRK-IND-TAR)
                             TO WRK-TRANSP-VENCE
                           MOVE WRK-TAR-PERC(WRK-IND-TAR)
               END-IF
           END-IF.

      *=== CUSTO DE AVALIACAO DO CANDIDATO WRK-IND-TAR: NA PENALIDADE,
      *=== O CUSTO SOBE NA PROPORCAO DO QUE FALTA PARA 100% NO PRAZO;
      *=== SEM DESEMPENHO PARA A TRANSPORTADORA E A UF, FICA O CUSTO
      *=== (E O % CONTA ZERO NO DESEMPATE)
       0436-AVALIAR-DESEMPENHO SECTION.
           MOVE "N"   TO WRK-DESEMP-ACHADO.
           MOVE ZEROS TO WRK-PERC-CAND.
           IF DESEMP-DESEMPATE OR DESEMP-PENALIDADE
               PERFORM VARYING WRK-IND-DSP FROM 1 BY 1
                         UNTIL WRK-IND-DSP GREATER WRK-QTD-DESEMP
                            OR DESEMP-ACHADO
                   IF WRK-DSP-TRANSP(WRK-IND-DSP) EQUAL
                      WRK-TAR-TRANSP(WRK-IND-TAR)
                      AND WRK-DSP-UF(WRK-IND-DSP) EQUAL WRK-ESTADO
                       MOVE "S" TO WRK-DESEMP-ACHADO
                       MOVE WRK-DSP-PERC(WRK-IND-DSP) TO WRK-PERC-CAND
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WRK-CUSTO-CAND TO WRK-CUSTO-AVAL.
           IF DESEMP-PENALIDADE AND DESEMP-ACHADO
              AND WRK-PERC-CAND LESS 100
               COMPUTE WRK-CUSTO-AVAL = WRK-CUSTO-CAND
                   + WRK-CUSTO-CAND * (100 - WRK-PERC-CAND) / 100
           END-IF.

      *=== GRAVA OS MANIFESTOS: COM TRANSP.CTL, 1 ARQUIVO POR
      *=== TRANSPORTADORA SO COM OS PEDIDOS DELA; SEM, O MANIFESTO
      *=== UNICO DE SEMPRE COM A LINHA DE TOTAL GERAL
               END-PERFORM
               PERFORM 0420-GRAVAR-TOTAL-MANIFESTO
               CLOSE MANIFESTO
               MOVE "..\dados\ETIQUETAS10.TXT"
                 TO WRK-ETIQUETAS-PATH
               MOVE SPACES TO WRK-ETQ-FILTRO
               PERFORM 0450-GRAVAR-ETIQUETAS
           END-IF.

      *=== GRAVA O MANIFESTO DA TRANSPORTADORA DA POSICAO CORRENTE
                   WRK-TRANSP(WRK-IND-TRP) " EM "
                   WRK-MANIFESTO-PATH.

           MOVE SPACES TO WRK-ETIQUETAS-PATH.
           STRING "..\dados\ETIQUETAS10_"      DELIMITED BY SIZE
                  WRK-TRANSP(WRK-IND-TRP)        DELIMITED BY SIZE
                  ".TXT"                         DELIMITED BY SIZE
                  INTO WRK-ETIQUETAS-PATH
           END-STRING.
           MOVE WRK-TRANSP(WRK-IND-TRP) TO WRK-ETQ-FILTRO.
           PERFORM 0450-GRAVAR-ETIQUETAS.

      *=== GRAVA A LINHA DE TOTAL GERAL AO FINAL DO MANIFESTO
       0420-GRAVAR-TOTAL-MANIFESTO SECTION.
           MOVE WRK-VALOR-TOTAL-LOTE TO WRK-VALOR-TOTAL-ED.
           MOVE WRK-REG-MANIFESTO TO REG-MANIFESTO.
           WRITE REG-MANIFESTO.

      *=== GRAVA AS ETIQUETAS E OS ROMANEIOS DOS PEDIDOS COTADOS DA
      *=== TRANSPORTADORA WRK-ETQ-FILTRO (BRANCO = TODOS, NO LOTE DE
      *=== TABELA UNICA), NA ORDEM DO MANIFESTO
       0450-GRAVAR-ETIQUETAS SECTION.
           MOVE ZEROS TO WRK-QTD-ETIQUETAS.
           OPEN OUTPUT ETIQUETAS.
           IF FS-ETIQUETAS NOT EQUAL 00
               DISPLAY "AVISO: " WRK-ETIQUETAS-PATH
                       " NAO PODE SER CRIADO - FS " FS-ETIQUETAS
           ELSE
               PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                         UNTIL WRK-IND-PED GREATER WRK-QTD-PEDIDOS
                   MOVE WRK-RES-ETIQUETA(WRK-IND-PED) TO WRK-ETQ-DADOS
                   IF ETIQUETA-VALIDA
                      AND (WRK-ETQ-FILTRO EQUAL SPACES
                           OR WRK-RES-TRANSP(WRK-IND-PED) EQUAL
                              WRK-ETQ-FILTRO)
                       PERFORM 0455-GRAVAR-ETIQUETAS-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE ETIQUETAS
               DISPLAY "ETIQUETAS.............. " WRK-QTD-ETIQUETAS
                       " EM " WRK-ETIQUETAS-PATH
           END-IF.

      *=== 1 ETIQUETA POR PACOTE (PEDIDO SEM PACOTES CONTA 1) E O
      *=== ROMANEIO DO PEDIDO EM SEGUIDA
       0455-GRAVAR-ETIQUETAS-PEDIDO SECTION.
           MOVE WRK-ETQ-PACOTES TO WRK-ETQ-TOTAL-VOL.
           IF WRK-ETQ-TOTAL-VOL EQUAL ZEROS
               MOVE 1 TO WRK-ETQ-TOTAL-VOL
           END-IF.
           PERFORM VARYING WRK-ETQ-VOLUME FROM 1 BY 1
                     UNTIL WRK-ETQ-VOLUME GREATER WRK-ETQ-TOTAL-VOL
               PERFORM 0456-GRAVAR-UMA-ETIQUETA
           END-PERFORM.
           PERFORM 0458-GRAVAR-ROMANEIO.

      *=== ETIQUETA DO VOLUME WRK-ETQ-VOLUME
       0456-GRAVAR-UMA-ETIQUETA SECTION.
           MOVE ALL "=" TO WRK-LINHA-ETQ(1:60).
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "PEDIDO "          DELIMITED BY SIZE
                  WRK-ETQ-NUMERO     DELIMITED BY SIZE
                  "     VOLUME "     DELIMITED BY SIZE
                  WRK-ETQ-VOLUME     DELIMITED BY SIZE
                  " DE "             DELIMITED BY SIZE
                  WRK-ETQ-TOTAL-VOL  DELIMITED BY SIZE
                  "     TRANSP "     DELIMITED BY SIZE
                  WRK-ETQ-TRANSP     DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "DESTINATARIO: "   DELIMITED BY SIZE
                  WRK-ETQ-NOME       DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "ENDERECO....: "   DELIMITED BY SIZE
                  WRK-ETQ-ENDERECO   DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "CEP.........: "   DELIMITED BY SIZE
                  WRK-ETQ-CEP        DELIMITED BY SIZE
                  "     UF "         DELIMITED BY SIZE
                  WRK-ETQ-UF         DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "PESO DO PEDIDO: " DELIMITED BY SIZE
                  WRK-ETQ-PESO       DELIMITED BY SIZE
                  " KG"              DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           IF ETIQUETA-COBRAR
               STRING "*** PAGAMENTO NA ENTREGA - COBRAR R$ "
                                     DELIMITED BY SIZE
                      WRK-ETQ-COBRAR DELIMITED BY SIZE
                      " ***"         DELIMITED BY SIZE
                      INTO WRK-LINHA-ETQ
               END-STRING
               PERFORM 0459-GRAVAR-LINHA-ETQ
           END-IF.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           ADD 1 TO WRK-QTD-ETIQUETAS.

      *=== ROMANEIO DO PEDIDO, PARA IR DENTRO DA CAIXA
       0458-GRAVAR-ROMANEIO  SECTION.
           STRING "---------- ROMANEIO DO PEDIDO "
                                     DELIMITED BY SIZE
                  WRK-ETQ-NUMERO     DELIMITED BY SIZE
                  " ----------"      DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "PRODUTO.........: " DELIMITED BY SIZE
                  WRK-ETQ-PRODUTO      DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "VOLUMES.........: " DELIMITED BY SIZE
                  WRK-ETQ-TOTAL-VOL    DELIMITED BY SIZE
                  "     PESO "         DELIMITED BY SIZE
                  WRK-ETQ-PESO         DELIMITED BY SIZE
                  " KG"                DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "VALOR DECLARADO.: " DELIMITED BY SIZE
                  WRK-ETQ-DECLARADO    DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           STRING "TRANSPORTADORA..: " DELIMITED BY SIZE
                  WRK-ETQ-TRANSP       DELIMITED BY SIZE
                  INTO WRK-LINHA-ETQ
           END-STRING.
           IF WRK-ETQ-PREVISTA NOT EQUAL SPACES
               STRING "     PREVISAO DE ENTREGA "
                                       DELIMITED BY SIZE
                      WRK-ETQ-PREVISTA DELIMITED BY SIZE
                      INTO WRK-LINHA-ETQ(22:)
               END-STRING
           END-IF.
           PERFORM 0459-GRAVAR-LINHA-ETQ.
           IF ETIQUETA-COBRAR
               STRING "COBRAR NA ENTREGA R$ " DELIMITED BY SIZE
                      WRK-ETQ-COBRAR          DELIMITED BY SIZE
                      INTO WRK-LINHA-ETQ
               END-STRING
               PERFORM 0459-GRAVAR-LINHA-ETQ
           END-IF.
           PERFORM 0459-GRAVAR-LINHA-ETQ.

      *=== GRAVA A LINHA MONTADA E A DEIXA EM BRANCO PARA A PROXIMA
       0459-GRAVAR-LINHA-ETQ SECTION.
           MOVE WRK-LINHA-ETQ TO REG-ETIQUETA.
           WRITE REG-ETIQUETA.
           MOVE SPACES TO WRK-LINHA-ETQ.

      *=== ANEXA O PEDIDO REJEITADO EM FRETE_EXCECOES.TXT, CRIANDO O
      *=== ARQUIVO NA PRIMEIRA EXECUCAO
       0060-GRAVAR-EXCECAO   SECTION.
           WRITE REG-EXCECAO.

           CLOSE EXCECOES.

       COPY "CTTPR.cpy".
       COPY "PRZPR.cpy".
