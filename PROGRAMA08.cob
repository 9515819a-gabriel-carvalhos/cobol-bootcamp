      *==               RELATORIO DE AGING SAO O PROGRAMA12. ATE
      *==               AGORA "QUEM NOS DEVE O QUE" ERA RESPONDIDO DE
      *==               MEMORIA
      *==  12/05/2025 GC: OS LAYOUTS DE CONTRATOS.DAT E DE
      *==               CONTAS_RECEBER.DAT PASSAM A VIR DOS COPYBOOKS
      *==               CONREG/FATREG, COM A CHAVE DO CLIENTE (TIPO +
      *==               REG-ID) NO FIM; A FATURA HERDA A CHAVE DO
      *==               CONTRATO E O CONTRATO AINDA SEM VINCULO E
      *==               FATURADO COM AVISO NA TELA (VER CLIVINC)
      *==  14/05/2025 GC: CONTAS_RECEBER.DAT PASSA A SER INDEXADO POR
      *==               FAT-NUMERO, COM CHAVE ALTERNADA PELA CHAVE DO
      *==               CLIENTE (CONVERSAO PELO FATINDX): A FATURA E
      *==               GRAVADA PELA CHAVE E UM NUMERO JA USADO (FATNUM
      *==               .CTL ATRASADO) E PULADO COM AVISO, EM VEZ DE
      *==               DUPLICAR A FATURA NO LIVRO
      *==  16/05/2025 GC: A FATURA NASCE COM O SALDO EM ABERTO IGUAL AO
      *==               VALOR (PAGAMENTO PARCIAL NO PROGRAMA12) E O LOTE
      *==               ABATE DELA O CREDITO QUE O CLIENTE TIVER EM
      *==               CREDITOS.DAT (PAGAMENTO A MAIS EM FATURA
      *==               ANTERIOR): O ABATIMENTO ENTRA COMO LINHA DE
      *==               PAGAMENTO ORIGEM "C" E SAI NA FATURA IMPRESSA,
      *==               COM O VALOR A PAGAR
      *==  19/05/2025 GC: A EMISSAO DE CADA FATURA E O CREDITO ABATIDO
      *==               NELA VAO PARA O JORNAL DE LANCAMENTOS DO
      *==               CONTAS A RECEBER (CONTAS_RECEBER.LOG, COPYBOOKS
      *==               FATJRN/FATJRWS/FATJRPR), OPERADOR "LOTE"
      *==  26/05/2025 GC: O LOTE PASSA A RESPEITAR A VIGENCIA E A
      *==               PERIODICIDADE DO CONTRATO (COPYBOOK CONREG): SO
      *==               FATURA O CONTRATO CUJO PROXIMO PERIODO COMECA
      *==               ATE O FIM DO MES DA EMISSAO (1 FATURA POR
      *==               PERIODO EM ATRASO), COBRA OS ITENS MENSAIS VEZES
      *==               OS MESES DO PERIODO E FAZ O PRO-RATA POR DIAS NO
      *==               PRIMEIRO PERIODO (INICIO NO MEIO DO MES) E NO
      *==               ULTIMO (FIM NO MEIO DO PERIODO). O CONTRATO QUE
      *==               PASSOU DA DATA DE FIM FICA "E"-ENCERRADO, COM
      *==               LINHA NO CONTRATOS.LOG. CONTRATOS.DAT E
      *==               CARREGADO EM MEMORIA E REGRAVADO NO FIM COM A
      *==               DATA FATURADA (TECNICA DO CONMANU)
      *==  28/05/2025 GC: COMPETENCIA DO LOTE: O MODO LOTE PEDE O
      *==               MES/ANO FATURADO E ANOTA CADA EXECUCAO EM
      *==               FATLOTE.CTL (COPYBOOK FATLOT), COM AS FATURAS
      *==               DELA EM FATLOTE_FATURAS.DAT (COPYBOOK FATLTF). A
      *==               COMPETENCIA JA FATURADA (OU ANTERIOR A ULTIMA)
      *==               E RECUSADA - RODAR DUAS VEZES O MESMO MES
      *==               DUPLICAVA FATURAS, LIVRO E REMESSA - E A
      *==               EXECUCAO INTERROMPIDA TRAVA O LOTE ATE SER
      *==               ANULADA. NOVO MODO 3 - ANULAR LOTE, SO PARA
      *==               SUPERVISOR (PERFIL DO OPERADOR.CTL): CANCELA
      *==               TODAS AS FATURAS DA ULTIMA EXECUCAO, SE NENHUMA
      *==               FOI PAGA NEM FOI EM REMESSA (O CREDITO ABATIDO
      *==               NA EMISSAO VOLTA PARA O CLIENTE), DEVOLVE OS
      *==               CONTRATOS A DATA FATURADA ANTERIOR E REABRE A
      *==               COMPETENCIA
      *==  04/06/2025 GC: A LINHA DA FATURA EM FATLOTE_FATURAS.DAT LEVA
      *==               O VALOR LIQUIDO E O IMPOSTO, PARA A EXPORTACAO
      *==               CONTABIL (FATCONT)
      *==  06/06/2025 GC: LOTE DE RPS PARA A NFS-E: O MODO LOTE GRAVA
      *==               TAMBEM RPS_LOTE.TXT (COPYBOOK FATRPS), 1 RPS POR
      *==               FATURA, NUMERADO EM SEQUENCIA PELO RPSNUM.CTL,
      *==               COM O PRESTADOR, O CODIGO DO SERVICO E A
      *==               ALIQUOTA DO ISS DO RPS.CTL (COPYBOOK FATRPC) E O
      *==               CPF/CNPJ E O ENDERECO DO TOMADOR DE
      *==               CLIENTES_FISCAL.DAT (COPYBOOK FSCREG, MANTIDO
      *==               PELO FATNFSE). SEM RPS.CTL O LOTE E RECUSADO. O
      *==               NUMERO DO RPS FICA NA FATURA; NA ANULACAO DO
      *==               LOTE SAO LISTADOS OS RPS/NFS-E A CANCELAR NA
      *==               PREFEITURA
      *==  09/06/2025 GC: BOLETO: COM O BANCO.CTL (COPYBOOK FATBCO),
      *==               CADA FATURA DO LOTE RECEBE O NOSSO NUMERO DO
      *==               NOSSONUM.CTL COM O DIGITO, E A FATURA IMPRESSA
      *==               COM SALDO A PAGAR LEVA O NOSSO NUMERO E A LINHA
      *==               DIGITAVEL (COPYBOOKS FATBOLWS/FATBOLPR). SEM
      *==               BANCO.CTL O LOTE SEGUE SEM BOLETO E O NOSSO
      *==               NUMERO FICA PARA A REMESSA DO PROGRAMA13
      *==  18/06/2025 GC: CONTRATO EM MOEDA ESTRANGEIRA (REG-CON-MOEDA,
      *==               COPYBOOK CONREG): O LOTE CONVERTE CADA ITEM PARA
      *==               REAL PELA COTACAO DO DIA DA EMISSAO GRAVADA EM
      *==               COTACAO_HIST.TXT PELO EXERCICIO DE CONVERSAO
      *==               (COPYBOOKS COTHIST/FATMOEWS/FATMOEPR). ANTES DA
      *==               1A FATURA TODA MOEDA A FATURAR E CONFERIDA; SEM
      *==               A COTACAO DO DIA DE ALGUMA O LOTE E RECUSADO
      *==               INTEIRO, COM A LISTA DOS CONTRATOS. A FATURA
      *==               IMPRESSA TRAZ OS ITENS E O TOTAL EM REAL E UMA
      *==               LINHA COM A MOEDA, O VALOR NELA E A COTACAO
      *==               USADA, QUE FICAM TAMBEM NA FATURA DO LIVRO
      *==  23/06/2025 GC: PODE SER CHAMADO PELA CADEIA DE FATURAMENTO DO
      *==               FIM DO MES (FATCADE): COM O SINALIZADOR DE LOTE
      *==               (COPYBOOK LOTEWS) LIGADO RODA O MODO LOTE DA
      *==               COMPETENCIA CORRENTE SEM PERGUNTAR NADA. STOP
      *==               RUN TROCADO POR GOBACK E TODA RECUSA OU FALHA
      *==               SAI COM RETURN-CODE 8, PARA A CADEIA PARAR
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *==  01/09/2025 GC: ANTES DE REGRAVAR CONTRATOS.DAT, O ARQUIVO
      *==               ANTERIOR VIRA UMA GERACAO DE BACKUP (MODULO
      *==               ARQBKP, CATALOGO BACKUPS_GERAL.CTL); FALHA NO
      *==               BACKUP SO AVISA. RESTAURACAO PELO ARQ043
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURAS.

      *=== LIVRO DE CONTAS A RECEBER, 1 REGISTRO POR FATURA EMITIDA,
      *=== INDEXADO PELO NUMERO; SO CRESCE AQUI, A BAIXA E FEITA PELO
      *=== PROGRAMA12
           SELECT RECEBER ASSIGN
           TO "dados\CONTAS_RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CHAVE-CLI
                   WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.

      *=== LINHAS DE PAGAMENTO DAS FATURAS (VER PROGRAMA12)
           SELECT PAGAMENTOS ASSIGN
           TO "dados\FAT_PAGAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGT-CHAVE
               FILE STATUS IS FS-PAGAMENTOS.

      *=== SALDO CREDOR DE CADA CLIENTE, ABATIDO NA PROXIMA FATURA
           SELECT CREDITOS ASSIGN
           TO "dados\CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE-CLI
               FILE STATUS IS FS-CREDITOS.

      *=== JORNAL DE LANCAMENTOS DO CONTAS A RECEBER (SO CRESCE)
           SELECT JORNAL ASSIGN
           TO "dados\CONTAS_RECEBER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *=== TRILHA DAS MUDANCAS DE CONTRATO (A MESMA DO CONMANU)
           SELECT CONLOG ASSIGN
           TO "dados\CONTRATOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONLOG.

      *=== EXECUCOES DO LOTE POR COMPETENCIA E AS FATURAS DE CADA UMA
           SELECT FATLOTECTL ASSIGN
           TO "dados\FATLOTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATLOTE.

           SELECT LOTEFAT ASSIGN
           TO "dados\FATLOTE_FATURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTEFAT.

      *=== DATA DA ULTIMA REMESSA AO BANCO (GRAVADA PELO PROGRAMA13)
           SELECT REMESSACTL ASSIGN
           TO "dados\REMESSA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESSACTL.

      *=== CADASTRO DE OPERADORES E PERFIS (O MESMO DO ARQMENU)
           SELECT OPERCTL ASSIGN
           TO "dados\OPERADOR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERCTL.

      *=== PROXIMO NUMERO DE FATURA, 1 LINHA SO
           SELECT FATNUMCTL ASSIGN
           TO "dados\FATNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATNUM.

      *=== PRESTADOR E SERVICO PARA O RPS, 1 LINHA SO
           SELECT RPSCTL ASSIGN
           TO "dados\RPS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPSCTL.

      *=== PROXIMO NUMERO DE RPS, 1 LINHA SO
           SELECT RPSNUMCTL ASSIGN
           TO "dados\RPSNUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPSNUM.

      *=== LOTE DE RPS PARA A PREFEITURA, REFEITO A CADA EXECUCAO
           SELECT RPSLOTE ASSIGN
           TO "dados\RPS_LOTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPSLOTE.

      *=== DADOS FISCAIS DO TOMADOR (SO CONSULTA, VER FATNFSE)
           SELECT FISCAL ASSIGN
           TO "dados\CLIENTES_FISCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC-CHAVE-CLI
               FILE STATUS IS FS-FISCAL.

      *=== CADASTRO DE CLIENTES (SO CONSULTA: ENDERECO E EMAIL QUE
      *=== FALTAREM NOS DADOS FISCAIS)
           SELECT CLIENTES ASSIGN
           TO "dados\CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== BANCO, AGENCIA, CARTEIRA E CONTA DA COBRANCA, 1 LINHA SO
           SELECT BANCOCTL ASSIGN
           TO "dados\BANCO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCOCTL.

      *=== PROXIMO NOSSO NUMERO, 1 LINHA SO
           SELECT NOSSONUMCTL ASSIGN
           TO "dados\NOSSONUM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOSSONUM.

      *=== HISTORICO DE COTACOES DO EXERCICIO DE CONVERSAO (SO LEITURA)
           SELECT HISTCOTACAO ASSIGN
           TO "dados\COTACAO_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTCOTACAO.

       DATA DIVISION.
       FILE                  SECTION.
       FD  CONTRATOS.
           COPY "CONREG.cpy".

       FD  FATURAS.
       01  REG-FATURA                  PIC X(080).
      *=== NUMERO + CLIENTE + VALOR + EMISSAO + VENCIMENTO + STATUS
      *=== ("A"-ABERTA / "L"-LIQUIDADA) + DATA E VALOR DO PAGAMENTO
       FD  RECEBER.
           COPY "FATREG.cpy".

       FD  PAGAMENTOS.
           COPY "PGTREG.cpy".

       FD  CREDITOS.
           COPY "CRDREG.cpy".

       FD  JORNAL.
           COPY "FATJRN.cpy".

       FD  FATNUMCTL.
       01  REG-FATNUM                  PIC 9(006).

       FD  FATLOTECTL.
           COPY "FATLOT.cpy".

       FD  LOTEFAT.
           COPY "FATLTF.cpy".

       FD  RPSCTL.
           COPY "FATRPC.cpy".

       FD  RPSNUMCTL.
       01  REG-RPSNUM                  PIC 9(008).

       FD  RPSLOTE.
           COPY "FATRPS.cpy".

       FD  FISCAL.
           COPY "FSCREG.cpy".

       FD  CLIENTES.
           COPY "CLIREG.cpy".

       FD  BANCOCTL.
           COPY "FATBCO.cpy".

       FD  NOSSONUMCTL.
       01  REG-NOSSONUM                PIC 9(011).

       FD  HISTCOTACAO.
           COPY "COTHIST.cpy".

       FD  REMESSACTL.
       01  REG-REMESSACTL              PIC 9(008).

       FD  OPERCTL.
       01  REG-OPERCTL.
           05  OPE-ID               PIC X(008).
           05  OPE-NOME             PIC X(020).
           05  OPE-PERFIL           PIC X(001).

      *=== MESMA LINHA DE LOG DO CONMANU
       FD  CONLOG.
       01  REG-CONLOG.
           05  CON-DATA            PIC 9(008).
           05  CON-SEP-1           PIC X(001).
           05  CON-OPERACAO        PIC X(012).
           05  CON-SEP-2           PIC X(001).
           05  CON-CLIENTE         PIC X(030).
           05  CON-SEP-3           PIC X(001).
           05  CON-TOTAL-ANTIGO    PIC 9(008)V99.
           05  CON-SEP-4           PIC X(001).
           05  CON-TOTAL-NOVO      PIC 9(008)V99.
           05  CON-SEP-5           PIC X(001).
           05  CON-OPERADOR        PIC X(008).

       WORKING-STORAGE       SECTION.
      *=== ITENS DA FATURA, DIGITADOS (MODO INTERATIVO) OU LIDOS DO
      *=== CONTRATO (MODO LOTE); WRK-QTD-ITENS DIZ QUANTOS ESTAO EM USO
       77  FS-FATURAS           PIC 9(002)        VALUE ZEROS.

      *=== MODO DE OPERACAO: 1-INTERATIVO (1 FATURA DIGITADA) /
      *=== 2-LOTE (1 FATURA POR CONTRATO DE CONTRATOS.DAT) /
      *=== 3-ANULACAO DA ULTIMA EXECUCAO DO LOTE (SUPERVISOR)
       77  WRK-MODO             PIC X(001)        VALUE "1".
           88  MODO-INTERATIVO                    VALUE "1".
           88  MODO-LOTE                          VALUE "2".
           88  MODO-ANULACAO                      VALUE "3".

       77  WRK-TOTAL-FATURAS    PIC 9(004)        VALUE ZEROS.
       77  WRK-REG-FATURA       PIC X(080)        VALUE SPACES.
       77  FS-RECEBER           PIC 9(002)        VALUE ZEROS.
       77  FS-FATNUM            PIC 9(002)        VALUE ZEROS.
       77  WRK-PROX-FATURA      PIC 9(006)        VALUE ZEROS.
       77  WRK-FATURA-GRAVADA   PIC X(001)        VALUE "N".
           88  FATURA-GRAVADA                     VALUE "S".

      *=== CREDITO DO CLIENTE ABATIDO NA FATURA
       77  FS-PAGAMENTOS        PIC 9(002)        VALUE ZEROS.
       77  FS-CREDITOS          PIC 9(002)        VALUE ZEROS.
       77  WRK-CREDITO-USADO    PIC 9(008)V99     VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS   PIC 9(010)V99     VALUE ZEROS.
       77  WRK-CREDITO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== CONTRATOS CARREGADOS EM MEMORIA (172 POSICOES CADA), PARA
      *=== REGRAVAR NO FIM A DATA ATE ONDE CADA UM FOI FATURADO
       77  FS-CONLOG            PIC 9(002)        VALUE ZEROS.
       01  WRK-TAB-CONTRATOS.
           05  WRK-CON-REG      PIC X(172) OCCURS 200 TIMES.
       77  WRK-QTD-CONTRATOS    PIC 9(003)        VALUE ZEROS.
       77  WRK-IND-CON          PIC 9(003)        VALUE ZEROS.
       77  WRK-QTD-ENCERRADOS   PIC 9(004)        VALUE ZEROS.
       77  WRK-QTD-PRO-RATA     PIC 9(004)        VALUE ZEROS.
       77  WRK-TOTAL-MENSAL     PIC 9(008)V99     VALUE ZEROS.

      *=== PERIODO FATURADO: O NOMINAL (MES CHEIO, OU 3/6/12 MESES
      *=== CHEIOS) E O COBRADO DE FATO, QUE COMECA NO INICIO DO
      *=== CONTRATO E PARA NA DATA DE FIM; A RAZAO ENTRE OS DIAS DOS
      *=== DOIS E O PRO-RATA
       77  WRK-MESES-PERIODO    PIC 9(002)        VALUE ZEROS.
       77  WRK-FIM-COMPETENCIA  PIC 9(008)        VALUE ZEROS.
       77  WRK-PER-INICIO       PIC 9(008)        VALUE ZEROS.
       77  WRK-PER-FIM          PIC 9(008)        VALUE ZEROS.
       77  WRK-NOM-INICIO       PIC 9(008)        VALUE ZEROS.
       77  WRK-NOM-FIM          PIC 9(008)        VALUE ZEROS.
       77  WRK-DIAS-COBERTOS    PIC 9(003)        VALUE ZEROS.
       77  WRK-DIAS-PERIODO     PIC 9(003)        VALUE ZEROS.
       77  WRK-DIA-JULIANO      PIC 9(008)        VALUE ZEROS.
       77  WRK-TOTAL-MESES      PIC 9(006)        VALUE ZEROS.
       01  WRK-DATA-AUX         PIC 9(008)        VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-ANO      PIC 9(004).
           05  WRK-AUX-MES      PIC 9(002).
           05  WRK-AUX-DIA      PIC 9(002).

      *=== COMPETENCIA DO LOTE (DIGITADA MMAAAA, GUARDADA AAAAMM) E AS
      *=== EXECUCOES DE FATLOTE.CTL EM MEMORIA (68 POSICOES CADA)
       77  FS-FATLOTE           PIC 9(002)        VALUE ZEROS.
       77  FS-LOTEFAT           PIC 9(002)        VALUE ZEROS.
       01  WRK-COMP-DIGITADA    PIC 9(006)        VALUE ZEROS.
       01  WRK-COMP-DIGITADA-R REDEFINES WRK-COMP-DIGITADA.
           05  WRK-CDG-MES      PIC 9(002).
           05  WRK-CDG-ANO      PIC 9(004).
       01  WRK-COMPETENCIA      PIC 9(006)        VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(004).
           05  WRK-CMP-MES      PIC 9(002).
       01  WRK-COMP-LIMITE      PIC 9(006)        VALUE ZEROS.
       01  WRK-COMP-LIMITE-R REDEFINES WRK-COMP-LIMITE.
           05  WRK-LIM-ANO      PIC 9(004).
           05  WRK-LIM-MES      PIC 9(002).
       77  WRK-COMP-ED          PIC X(007)        VALUE SPACES.
       01  WRK-TAB-LOTES.
           05  WRK-LOT-REG      PIC X(068) OCCURS 240 TIMES.
       77  WRK-QTD-LOTES        PIC 9(003)        VALUE ZEROS.
       77  WRK-IND-LOTE         PIC 9(003)        VALUE ZEROS.
       77  WRK-LOTE-ATUAL       PIC 9(003)        VALUE ZEROS.
       77  WRK-LOTE-RECUSADO    PIC X(001)        VALUE "N".
           88  LOTE-RECUSADO                      VALUE "S".
       77  WRK-LOT-QTD          PIC 9(005)        VALUE ZEROS.
       77  WRK-LOT-TOTAL        PIC 9(010)V99     VALUE ZEROS.
       77  WRK-LOT-TOTAL-ED     PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *=== ANULACAO DO LOTE: SUPERVISOR, DATA DA ULTIMA REMESSA, FAIXA
      *=== DE NUMEROS DA EXECUCAO, FATURAS QUE IMPEDEM A ANULACAO E OS
      *=== CONTRATOS JA DEVOLVIDOS A DATA ANTERIOR
       77  FS-OPERCTL           PIC 9(002)        VALUE ZEROS.
       77  FS-REMESSACTL        PIC 9(002)        VALUE ZEROS.
       77  WRK-SUPERVISOR       PIC X(008)        VALUE SPACES.
       77  WRK-PERFIL           PIC X(001)        VALUE SPACE.
           88  PERFIL-SUPERVISOR                  VALUE "S".
       77  WRK-CONFIRMA         PIC X(001)        VALUE "N".
           88  CONFIRMADO                         VALUE "S".
       77  WRK-DATA-REMESSA     PIC 9(008)        VALUE ZEROS.
       77  WRK-FAT-ATE          PIC 9(006)        VALUE ZEROS.
       77  WRK-QTD-BLOQUEIOS    PIC 9(005)        VALUE ZEROS.
       77  WRK-QTD-ANULADAS     PIC 9(005)        VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS   PIC 9(005)        VALUE ZEROS.
       77  WRK-TEM-PAGAMENTO    PIC X(001)        VALUE "N".
           88  TEM-PAGAMENTO                      VALUE "S".
       01  WRK-TAB-RESTAURADOS.
           05  WRK-CON-RESTAURADO PIC X(001) OCCURS 200 TIMES.
       77  WRK-MOTIVO-ANULACAO  PIC X(040)        VALUE SPACES.
       77  WRK-IND-ACHADO       PIC 9(003)        VALUE ZEROS.

      *=== LOTE DE RPS: PRESTADOR E SERVICO (RPS.CTL), PROXIMO NUMERO,
      *=== TOTAIS DO TRAILER E, NA ANULACAO, O MAIOR RPS ANULADO (PARA
      *=== O NUMERO NAO VOLTAR A SER USADO)
       77  FS-RPSCTL            PIC 9(002)        VALUE ZEROS.
       77  FS-RPSNUM            PIC 9(002)        VALUE ZEROS.
       77  FS-RPSLOTE           PIC 9(002)        VALUE ZEROS.
       77  FS-FISCAL            PIC 9(002)        VALUE ZEROS.
       77  FS-CLIENTES          PIC 9(002)        VALUE ZEROS.
       77  WRK-RPS-CNPJ         PIC 9(014)        VALUE ZEROS.
       77  WRK-RPS-INSCRICAO    PIC X(015)        VALUE SPACES.
       77  WRK-RPS-SERIE        PIC X(005)        VALUE SPACES.
       77  WRK-RPS-COD-SERVICO  PIC X(005)        VALUE SPACES.
       77  WRK-RPS-ALIQUOTA     PIC 9(002)V99     VALUE ZEROS.
       77  WRK-RPS-DISCRIMINACAO PIC X(030)       VALUE SPACES.
       77  WRK-PROX-RPS         PIC 9(008)        VALUE ZEROS.
       77  WRK-MAIOR-RPS        PIC 9(008)        VALUE ZEROS.
       77  WRK-QTD-RPS          PIC 9(005)        VALUE ZEROS.
       77  WRK-QTD-RPS-SEM-DOC  PIC 9(005)        VALUE ZEROS.
       77  WRK-QTD-RPS-ANULADOS PIC 9(005)        VALUE ZEROS.
       77  WRK-RPS-TOTAL-SERVICOS PIC 9(013)V99   VALUE ZEROS.
       77  WRK-RPS-TOTAL-ISS    PIC 9(013)V99     VALUE ZEROS.
       77  WRK-FISCAL-ABERTO    PIC X(001)        VALUE "N".
           88  FISCAL-ABERTO                      VALUE "S".
       77  WRK-CLIENTES-ABERTO  PIC X(001)        VALUE "N".
           88  CLIENTES-ABERTO                    VALUE "S".
       77  WRK-FISCAL-ACHADO    PIC X(001)        VALUE "N".
           88  FISCAL-ACHADO                      VALUE "S".

      *=== LANCAMENTO DE PAGAMENTO NA FATURA (COPYBOOKS FATPGWS/FATPGPR)
       COPY "FATPGWS.cpy".

      *=== JORNAL DE LANCAMENTOS (COPYBOOKS FATJRWS/FATJRPR)
       COPY "FATJRWS.cpy".

      *=== SINALIZADOR DE EXECUCAO EM LOTE, LIGADO PELA CADEIA DE
      *=== FATURAMENTO (FATCADE): SEM PERGUNTAS DE OPERADOR
       COPY "LOTEWS.cpy".

      *=== BOLETO DA FATURA (COPYBOOKS FATBOLWS/FATBOLPR), QUANTOS
      *=== SAIRAM NO LOTE E, NA ANULACAO, O MAIOR NOSSO NUMERO ANULADO
       COPY "FATBOLWS.cpy".
       77  WRK-QTD-BOLETOS      PIC 9(005)        VALUE ZEROS.
       77  WRK-MAIOR-NOSSO      PIC 9(011)        VALUE ZEROS.

      *=== CONTRATOS EM MOEDA ESTRANGEIRA: A COTACAO DO DIA DA EMISSAO
      *=== DE CADA MOEDA DO LOTE (COPYBOOKS FATMOEWS/FATMOEPR),
      *=== CONFERIDA ANTES DA 1A FATURA, E O TOTAL DA FATURA NA MOEDA
       COPY "FATMOEWS.cpy".
       01  WRK-TAB-COTACOES.
           05  WRK-COT-ITEM     OCCURS 20 TIMES.
               10  WRK-COT-MOEDA PIC X(003).
               10  WRK-COT-VALOR PIC 9(002)V99.
       77  WRK-QTD-COTACOES     PIC 9(002)        VALUE ZEROS.
       77  WRK-IND-COT          PIC 9(002)        VALUE ZEROS.
       77  WRK-IND-COT-ACH      PIC 9(002)        VALUE ZEROS.
       77  WRK-QTD-SEM-COTACAO  PIC 9(003)        VALUE ZEROS.
       77  WRK-QTD-MOEDA        PIC 9(004)        VALUE ZEROS.
       77  WRK-RESULTADO-MOEDA  PIC 9(08)V99      VALUE ZEROS.
       77  WRK-COTACAO-FATURA   PIC 9(02)V99      VALUE ZEROS.
       77  WRK-MOEDA-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COTACAO-ED       PIC Z9,99         VALUE ZEROS.
       01  WRK-DATA-EMISSAO     PIC 9(008)        VALUE ZEROS.
       01  WRK-DATA-EMISSAO-R REDEFINES WRK-DATA-EMISSAO.
           05  WRK-EMI-ANO      PIC 9(004).
           05  WRK-VEN-MES      PIC 9(002).
           05  WRK-VEN-DIA      PIC 9(002).

      *=== BACKUP GERACIONAL ANTES DA REGRAVACAO (MODULO ARQBKP)
       COPY "BKPWS.cpy".

       PROCEDURE             DIVISION.

      *=== ESCOLHE ENTRE O MODO INTERATIVO (1 FATURA DIGITADA) E O
      *=== MODO LOTE (CONTRATOS MENSAIS DE CONTRATOS.DAT)
       0050-ESCOLHER-MODO    SECTION.
      *=== NA CADEIA DE FATURAMENTO (FATCADE) O MODO E SEMPRE O LOTE
           IF EXECUCAO-EM-LOTE
               MOVE "2" TO WRK-MODO
           ELSE
               DISPLAY "MODO (1-INTERATIVO / 2-LOTE / 3-ANULAR LOTE): "
               ACCEPT WRK-MODO
           END-IF.

           EVALUATE TRUE
               WHEN MODO-LOTE
                   PERFORM 0400-PROCESSAR-LOTE
               WHEN MODO-ANULACAO
                   PERFORM 0500-ANULAR-LOTE
               WHEN OTHER
                   PERFORM 0100-RECEBE
                   PERFORM 0150-PROCESSA
           MOVE WRK-ITEM(WRK-IND-ITEM) TO WRK-ITEM-ED.
           DISPLAY "ITEM " WRK-IND-ITEM " : " WRK-ITEM-ED.

      *=== GOBACK PARA PODER SER CHAMADO PELA CADEIA DE FATURAMENTO;
      *=== AS RECUSAS E FALHAS SAEM COM RETURN-CODE 8
       0300-FINALIZAR        SECTION.
           GOBACK.

      *=== LE CADA CONTRATO DE CONTRATOS.DAT, MONTA A TABELA DE ITENS
      *=== COM AS COBRANCAS RECORRENTES (ZERO = POSICAO SEM USO) E
      *=== GRAVA A FATURA DISCRIMINADA EM FATURAS_LOTE.TXT
       0400-PROCESSAR-LOTE   SECTION.
           ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD.
           MOVE "PROGRAMA08" TO WRK-JRN-PROGRAMA.
           MOVE "LOTE"       TO WRK-JRN-OPERADOR.

      *=== COMPETENCIA DO LOTE: ATE O MES SEGUINTE AO CORRENTE (O
      *=== FATURAMENTO ANTECIPADO DO FIM DO MES)
      *=== NA CADEIA DE FATURAMENTO, SEMPRE O MES CORRENTE
           IF EXECUCAO-EM-LOTE
               MOVE ZEROS TO WRK-COMP-DIGITADA
           ELSE
               DISPLAY "COMPETENCIA DO LOTE (MMAAAA, 0 = MES "
                       "CORRENTE): "
               ACCEPT WRK-COMP-DIGITADA
           END-IF.
           IF WRK-COMP-DIGITADA EQUAL ZEROS
               MOVE WRK-EMI-ANO TO WRK-CMP-ANO
               MOVE WRK-EMI-MES TO WRK-CMP-MES
           ELSE
               MOVE WRK-CDG-ANO TO WRK-CMP-ANO
               MOVE WRK-CDG-MES TO WRK-CMP-MES
           END-IF.
           MOVE WRK-EMI-ANO TO WRK-LIM-ANO.
           MOVE WRK-EMI-MES TO WRK-LIM-MES.
           IF WRK-LIM-MES EQUAL 12
               MOVE 01 TO WRK-LIM-MES
               ADD 1 TO WRK-LIM-ANO
           ELSE
               ADD 1 TO WRK-LIM-MES
           END-IF.
           IF WRK-CMP-MES LESS 01 OR WRK-CMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA - LOTE RECUSADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           IF WRK-COMPETENCIA GREATER WRK-COMP-LIMITE
               DISPLAY "COMPETENCIA ALEM DO MES SEGUINTE - LOTE "
                       "RECUSADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           PERFORM 0455-EDITAR-COMPETENCIA.

      *=== COMPETENCIA FECHADA (OU ANTERIOR A ULTIMA FATURADA) E
      *=== EXECUCAO INTERROMPIDA IMPEDEM O LOTE
           PERFORM 0450-CARREGAR-LOTES.
           MOVE "N" TO WRK-LOTE-RECUSADO.
           PERFORM VARYING WRK-IND-LOTE FROM 1 BY 1
                     UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
               MOVE WRK-LOT-REG(WRK-IND-LOTE) TO REG-FATLOTE
               EVALUATE TRUE
                   WHEN LOTE-ANULADO
                       CONTINUE
                   WHEN LOTE-INICIADO
                       DISPLAY "EXECUCAO DA COMPETENCIA " LOT-COMP-MES
                               "/" LOT-COMP-ANO " DE "
                               LOT-DATA-EXECUCAO " FOI INTERROMPIDA - "
                               "ANULE-A (MODO 3) ANTES"
                       MOVE "S" TO WRK-LOTE-RECUSADO
                   WHEN LOT-COMPETENCIA EQUAL WRK-COMPETENCIA
                       DISPLAY "COMPETENCIA " WRK-COMP-ED
                               " JA FATURADA EM " LOT-DATA-EXECUCAO
                               " (FATURAS " LOT-FAT-INICIAL " A "
                               LOT-FAT-FINAL ")"
                       MOVE "S" TO WRK-LOTE-RECUSADO
                   WHEN LOT-COMPETENCIA GREATER WRK-COMPETENCIA
                       DISPLAY "COMPETENCIA " LOT-COMP-MES "/"
                               LOT-COMP-ANO " JA FATURADA - "
                               WRK-COMP-ED " FICOU PARA TRAS"
                       MOVE "S" TO WRK-LOTE-RECUSADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF LOTE-RECUSADO
               DISPLAY "LOTE RECUSADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           IF WRK-QTD-LOTES EQUAL 240
               DISPLAY "FATLOTE.CTL CHEIO (240 EXECUCOES) - LOTE "
                       "RECUSADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.

      *=== SEM O PRESTADOR E O SERVICO DO RPS.CTL NAO HA COMO MANDAR
      *=== AS FATURAS PARA A PREFEITURA
           PERFORM 0490-CARREGAR-RPS.

      *=== SEM O BANCO.CTL AS FATURAS SAEM SEM BOLETO; O NOSSO NUMERO
      *=== E ATRIBUIDO DEPOIS, NA REMESSA
           PERFORM 9500-CARREGAR-BANCO.
           IF NOT BANCO-CONFIGURADO
               DISPLAY "AVISO: BANCO.CTL AUSENTE OU INCOMPLETO - "
                       "FATURAS SEM BOLETO NESTE LOTE"
           END-IF.

      *=== VENCIMENTO EM +30 DIAS APROXIMADOS (MES SEGUINTE, MESMO
      *=== DIA), COM A VIRADA DE ANO EM DEZEMBRO
               ADD 1 TO WRK-VEN-MES
           END-IF.

      *=== O LOTE FATURA OS PERIODOS QUE COMECAM ATE O FIM DO MES DA
      *=== COMPETENCIA
           MOVE WRK-CMP-ANO TO WRK-AUX-ANO.
           MOVE WRK-CMP-MES TO WRK-AUX-MES.
           MOVE 01          TO WRK-AUX-DIA.
           PERFORM 0409-ULTIMO-DIA-MES.
           MOVE WRK-DATA-AUX TO WRK-FIM-COMPETENCIA.

      *=== PROXIMO NUMERO DE FATURA DO CONTROLE (1A EXECUCAO = 1)
           MOVE 1 TO WRK-PROX-FATURA.
           OPEN INPUT FATNUMCTL.
               CLOSE FATNUMCTL
           END-IF.

      *=== O LIVRO DE CONTAS A RECEBER SO CRESCE (1A EXECUCAO CRIA)
           OPEN I-O RECEBER.
           IF FS-RECEBER EQUAL 35
               OPEN OUTPUT RECEBER
           END-IF.
           IF FS-RECEBER NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT NAO PODE SER ABERTO - FS "
                       FS-RECEBER
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.

      *=== LINHAS DE PAGAMENTO E CREDITOS (1A EXECUCAO CRIA VAZIOS)
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
           OPEN I-O CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
           IF FS-PAGAMENTOS NOT EQUAL 00
              OR FS-CREDITOS NOT EQUAL 00
               DISPLAY "FAT_PAGAMENTOS.DAT/CREDITOS.DAT NAO PODEM SER "
                       "ABERTOS - FS " FS-PAGAMENTOS " " FS-CREDITOS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.

           PERFORM 0470-CARREGAR-CONTRATOS.

      *=== CONTRATO EM MOEDA ESTRANGEIRA SO E FATURADO COM A COTACAO
      *=== DO DIA: FALTANDO ALGUMA, NADA E FATURADO
           PERFORM 0475-CONFERIR-COTACOES.
           IF WRK-QTD-SEM-COTACAO GREATER ZEROS
               DISPLAY WRK-QTD-SEM-COTACAO " CONTRATO(S) SEM A COTACAO "
                       "DE " WRK-DATA-EMISSAO " EM COTACAO_HIST.TXT - "
                       "GRAVAR A COTACAO DO DIA E REPETIR"
               DISPLAY "LOTE RECUSADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.

           IF FS-FATURAS NOT EQUAL 00
               DISPLAY "FATURAS_LOTE.TXT NAO PODE SER CRIADO - FS "
                       FS-FATURAS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           OPEN EXTEND LOTEFAT.
           IF FS-LOTEFAT EQUAL 35
               OPEN OUTPUT LOTEFAT
           END-IF.
           IF FS-LOTEFAT NOT EQUAL 00
               DISPLAY "FATLOTE_FATURAS.DAT NAO PODE SER ABERTO - FS "
                       FS-LOTEFAT
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           OPEN OUTPUT RPSLOTE.
           IF FS-RPSLOTE NOT EQUAL 00
               DISPLAY "RPS_LOTE.TXT NAO PODE SER CRIADO - FS "
                       FS-RPSLOTE
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE SPACES TO REG-RPS.
           MOVE "1"               TO RPS-TIPO-REG.
           MOVE "001"             TO RPS-CAB-VERSAO.
           MOVE WRK-RPS-CNPJ      TO RPS-CAB-CNPJ.
           MOVE WRK-RPS-INSCRICAO TO RPS-CAB-INSCRICAO.
           MOVE WRK-DATA-EMISSAO  TO RPS-CAB-DATA-INICIO.
           MOVE WRK-DATA-EMISSAO  TO RPS-CAB-DATA-FIM.
           MOVE WRK-COMPETENCIA   TO RPS-CAB-COMPETENCIA.
           WRITE REG-RPS.

      *=== DADOS DO TOMADOR: SEM OS ARQUIVOS O RPS SAI SO COM O NOME
           OPEN INPUT FISCAL.
           IF FS-FISCAL EQUAL 00
               MOVE "S" TO WRK-FISCAL-ABERTO
           ELSE
               DISPLAY "AVISO: CLIENTES_FISCAL.DAT NAO FOI ABERTO - "
                       "FS " FS-FISCAL " - RPS SEM CPF/CNPJ"
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "S" TO WRK-CLIENTES-ABERTO
           END-IF.

      *=== A EXECUCAO E ANOTADA COMO INICIADA ANTES DA 1A FATURA: SE
      *=== CAIR NO MEIO, A COMPETENCIA FICA TRAVADA ATE A ANULACAO
           INITIALIZE REG-FATLOTE.
           MOVE WRK-COMPETENCIA  TO LOT-COMPETENCIA.
           MOVE WRK-DATA-EMISSAO TO LOT-DATA-EXECUCAO.
           MOVE WRK-JRN-OPERADOR TO LOT-OPERADOR.
           MOVE WRK-PROX-FATURA  TO LOT-FAT-INICIAL.
           MOVE "I"              TO LOT-SITUACAO.
           ADD 1 TO WRK-QTD-LOTES.
           MOVE WRK-QTD-LOTES TO WRK-LOTE-ATUAL.
           MOVE REG-FATLOTE TO WRK-LOT-REG(WRK-LOTE-ATUAL).
           PERFORM 0460-GRAVAR-LOTES.
           MOVE ZEROS TO WRK-LOT-QTD.
           MOVE ZEROS TO WRK-LOT-TOTAL.

           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
      *=== CONTRATO SUSPENSO, CANCELADO OU ENCERRADO FICA FORA DO
      *=== CICLO; BRANCO (REGISTRO ANTERIOR AO STATUS) CONTA COMO ATIVO
               IF CONTRATO-SUSPENSO OR CONTRATO-CANCELADO
                  OR CONTRATO-ENCERRADO
                   CONTINUE
               ELSE
                   PERFORM 0405-FATURAR-PERIODOS
               END-IF
               MOVE REG-CONTRATO TO WRK-CON-REG(WRK-IND-CON)
           END-PERFORM.

           MOVE SPACES TO REG-RPS.
           MOVE "9"                    TO RPS-TIPO-REG.
           MOVE WRK-QTD-RPS            TO RPS-TRL-QTD-LINHAS.
           MOVE WRK-RPS-TOTAL-SERVICOS TO RPS-TRL-TOTAL-SERVICOS.
           MOVE ZEROS                  TO RPS-TRL-TOTAL-DEDUCOES.
           MOVE WRK-RPS-TOTAL-ISS      TO RPS-TRL-TOTAL-ISS.
           WRITE REG-RPS.

           CLOSE FATURAS.
           CLOSE LOTEFAT.
           CLOSE RECEBER.
           CLOSE PAGAMENTOS.
           CLOSE CREDITOS.
           CLOSE RPSLOTE.
           IF FISCAL-ABERTO
               CLOSE FISCAL
           END-IF.
           IF CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF.

      *=== GUARDA O PROXIMO NUMERO DE FATURA PARA O CICLO SEGUINTE
           OPEN OUTPUT FATNUMCTL.
           WRITE REG-FATNUM.
           CLOSE FATNUMCTL.

      *=== E O DO PROXIMO RPS
           OPEN OUTPUT RPSNUMCTL.
           MOVE WRK-PROX-RPS TO REG-RPSNUM.
           WRITE REG-RPSNUM.
           CLOSE RPSNUMCTL.

      *=== E O DO PROXIMO NOSSO NUMERO
           IF BANCO-CONFIGURADO
               PERFORM 9515-GUARDAR-NOSSO-NUMERO
           END-IF.

      *=== REGRAVA OS CONTRATOS COM A DATA FATURADA E OS ENCERRADOS
           PERFORM 0480-GRAVAR-CONTRATOS.

      *=== SO AGORA A EXECUCAO FICA PROCESSADA E A COMPETENCIA FECHADA
           MOVE WRK-LOT-REG(WRK-LOTE-ATUAL) TO REG-FATLOTE.
           COMPUTE LOT-FAT-FINAL = WRK-PROX-FATURA - 1.
           MOVE WRK-LOT-QTD   TO LOT-QTD-FATURAS.
           MOVE WRK-LOT-TOTAL TO LOT-VALOR-TOTAL.
           MOVE "P"           TO LOT-SITUACAO.
           MOVE REG-FATLOTE TO WRK-LOT-REG(WRK-LOTE-ATUAL).
           PERFORM 0460-GRAVAR-LOTES.

           DISPLAY "COMPETENCIA............. " WRK-COMP-ED.
           DISPLAY "FATURAS GERADAS......... " WRK-TOTAL-FATURAS.
           DISPLAY "  COM PRO-RATA.......... " WRK-QTD-PRO-RATA.
           DISPLAY "CONTRATOS ENCERRADOS.... " WRK-QTD-ENCERRADOS.
           MOVE WRK-TOTAL-CREDITOS TO WRK-CREDITO-ED.
           DISPLAY "CREDITOS ABATIDOS....... " WRK-CREDITO-ED.
           DISPLAY "GRAVADAS EM FATURAS_LOTE.TXT".
           DISPLAY "CONTAS A RECEBER ANOTADAS EM CONTAS_RECEBER.DAT".
           DISPLAY "RPS GERADOS.............. " WRK-QTD-RPS.
           DISPLAY "  SEM CPF/CNPJ........... " WRK-QTD-RPS-SEM-DOC.
           DISPLAY "GRAVADOS EM RPS_LOTE.TXT PARA A PREFEITURA".
           DISPLAY "BOLETOS IMPRESSOS........ " WRK-QTD-BOLETOS.
           DISPLAY "FATURAS EM MOEDA......... " WRK-QTD-MOEDA.

      *=== FATURA, 1 POR 1, OS PERIODOS DO CONTRATO CORRENTE QUE
      *=== COMECAM ATE O FIM DO MES DA EMISSAO (E ANTES DA DATA DE FIM)
      *=== E ENCERRA O CONTRATO QUE JA PASSOU DA DATA DE FIM
       0405-FATURAR-PERIODOS SECTION.
      *=== CAMPOS EM BRANCO (REGISTRO ANTERIOR A VIGENCIA) VALEM ZERO:
      *=== SEM INICIO, SEM FIM E NUNCA FATURADO
           IF REG-CON-INICIO NOT NUMERIC
               MOVE ZEROS TO REG-CON-INICIO
           END-IF.
           IF REG-CON-FIM NOT NUMERIC
               MOVE ZEROS TO REG-CON-FIM
           END-IF.
           IF REG-CON-FATURADO-ATE NOT NUMERIC
               MOVE ZEROS TO REG-CON-FATURADO-ATE
           END-IF.
           EVALUATE TRUE
               WHEN COBRANCA-TRIMESTRAL
                   MOVE 03 TO WRK-MESES-PERIODO
               WHEN COBRANCA-SEMESTRAL
                   MOVE 06 TO WRK-MESES-PERIODO
               WHEN COBRANCA-ANUAL
                   MOVE 12 TO WRK-MESES-PERIODO
               WHEN OTHER
                   MOVE 01 TO WRK-MESES-PERIODO
           END-EVALUATE.

      *=== O PROXIMO PERIODO COMECA NO DIA SEGUINTE AO JA FATURADO; NA
      *=== 1A FATURA, NO INICIO DO CONTRATO (SEM INICIO = MES DA
      *=== COMPETENCIA)
           EVALUATE TRUE
               WHEN REG-CON-FATURADO-ATE GREATER ZEROS
                   COMPUTE WRK-DIA-JULIANO =
                       FUNCTION INTEGER-OF-DATE(REG-CON-FATURADO-ATE)
                       + 1
                   COMPUTE WRK-PER-INICIO =
                       FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
               WHEN REG-CON-INICIO GREATER ZEROS
                   MOVE REG-CON-INICIO TO WRK-PER-INICIO
               WHEN OTHER
                   MOVE WRK-CMP-ANO TO WRK-AUX-ANO
                   MOVE WRK-CMP-MES TO WRK-AUX-MES
                   MOVE 01          TO WRK-AUX-DIA
                   MOVE WRK-DATA-AUX TO WRK-PER-INICIO
           END-EVALUATE.

           PERFORM 0407-FATURAR-PERIODO
               UNTIL WRK-PER-INICIO GREATER WRK-FIM-COMPETENCIA
                  OR (REG-CON-FIM GREATER ZEROS
                      AND WRK-PER-INICIO GREATER REG-CON-FIM).

           IF REG-CON-FIM GREATER ZEROS
              AND REG-CON-FIM LESS WRK-DATA-EMISSAO
               PERFORM 0408-ENCERRAR-CONTRATO
           END-IF.

      *=== FATURA O PERIODO QUE COMECA EM WRK-PER-INICIO: O NOMINAL VAI
      *=== DO DIA 1 DO MES ATE O FIM DO ULTIMO MES DO PERIODO, E O
      *=== COBRADO PARA NA DATA DE FIM DO CONTRATO
       0407-FATURAR-PERIODO  SECTION.
           MOVE WRK-PER-INICIO TO WRK-DATA-AUX.
           MOVE 01 TO WRK-AUX-DIA.
           MOVE WRK-DATA-AUX TO WRK-NOM-INICIO.
           COMPUTE WRK-TOTAL-MESES =
               WRK-AUX-ANO * 12 + WRK-AUX-MES - 1
               + WRK-MESES-PERIODO - 1.
           DIVIDE WRK-TOTAL-MESES BY 12
               GIVING WRK-AUX-ANO REMAINDER WRK-AUX-MES.
           ADD 1 TO WRK-AUX-MES.
           PERFORM 0409-ULTIMO-DIA-MES.
           MOVE WRK-DATA-AUX TO WRK-NOM-FIM.

           MOVE WRK-NOM-FIM TO WRK-PER-FIM.
           IF REG-CON-FIM GREATER ZEROS
              AND REG-CON-FIM LESS WRK-NOM-FIM
               MOVE REG-CON-FIM TO WRK-PER-FIM
           END-IF.
           COMPUTE WRK-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE(WRK-NOM-FIM)
             - FUNCTION INTEGER-OF-DATE(WRK-NOM-INICIO) + 1.
           COMPUTE WRK-DIAS-COBERTOS =
               FUNCTION INTEGER-OF-DATE(WRK-PER-FIM)
             - FUNCTION INTEGER-OF-DATE(WRK-PER-INICIO) + 1.

           PERFORM 0410-FATURAR-CONTRATO.

           MOVE WRK-PER-FIM TO REG-CON-FATURADO-ATE.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-PER-FIM) + 1.
           COMPUTE WRK-PER-INICIO =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

      *=== CONTRATO QUE PASSOU DA DATA DE FIM (JA FATURADO ATE ELA)
      *=== SAI DA CARTEIRA ATIVA, COM A LINHA NO CONTRATOS.LOG
       0408-ENCERRAR-CONTRATO SECTION.
           MOVE "E" TO REG-CON-STATUS.
           ADD 1 TO WRK-QTD-ENCERRADOS.
           MOVE ZEROS TO WRK-TOTAL-MENSAL.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                     UNTIL WRK-IND-ITEM GREATER 12
               ADD REG-CON-ITEM(WRK-IND-ITEM) TO WRK-TOTAL-MENSAL
           END-PERFORM.
           DISPLAY "CONTRATO ENCERRADO EM " REG-CON-FIM " - "
                   REG-CON-CLIENTE.

           OPEN EXTEND CONLOG.
           IF FS-CONLOG EQUAL 35
               OPEN OUTPUT CONLOG
           END-IF.
           MOVE WRK-DATA-EMISSAO TO CON-DATA.
           MOVE SPACE            TO CON-SEP-1 CON-SEP-2 CON-SEP-3
                                    CON-SEP-4 CON-SEP-5.
           MOVE "ENCERRAMENTO"   TO CON-OPERACAO.
           MOVE REG-CON-CLIENTE  TO CON-CLIENTE.
           MOVE WRK-TOTAL-MENSAL TO CON-TOTAL-ANTIGO.
           MOVE ZEROS            TO CON-TOTAL-NOVO.
           MOVE WRK-JRN-OPERADOR TO CON-OPERADOR.
           WRITE REG-CONLOG.
           CLOSE CONLOG.

      *=== ULTIMO DIA DO MES DE WRK-DATA-AUX (DIA 1 DO MES SEGUINTE
      *=== MENOS 1 DIA), DEVOLVIDO NA PROPRIA WRK-DATA-AUX
       0409-ULTIMO-DIA-MES   SECTION.
           MOVE 01 TO WRK-AUX-DIA.
           IF WRK-AUX-MES EQUAL 12
               MOVE 01 TO WRK-AUX-MES
               ADD 1 TO WRK-AUX-ANO
           ELSE
               ADD 1 TO WRK-AUX-MES
           END-IF.
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1.
           COMPUTE WRK-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).

      *=== GERA A FATURA DO PERIODO CORRENTE DO CONTRATO: CARREGA OS
      *=== ITENS EM USO (VALOR MENSAL X MESES DO PERIODO, COM O
      *=== PRO-RATA POR DIAS), CALCULA COMO NO MODO INTERATIVO E GRAVA
      *=== CABECALHO, PERIODO, ITENS E TOTAL NO ARQUIVO DE FATURAS
       0410-FATURAR-CONTRATO SECTION.
      *=== CONTRATO SEM A CHAVE DO CLIENTE AINDA E FATURADO, MAS FICA
      *=== APONTADO PARA ACERTO NO CONMANU (OPCAO V)
           IF REG-CON-CLI-ID NOT NUMERIC
              OR REG-CON-CLI-ID EQUAL ZEROS
               DISPLAY "AVISO: CONTRATO SEM VINCULO COM O CADASTRO - "
                       REG-CON-CLIENTE
               MOVE ZEROS TO REG-CON-CLI-ID
           END-IF.

           MOVE ZEROS TO WRK-QTD-ITENS.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                     UNTIL WRK-IND-ITEM GREATER 12
               IF REG-CON-ITEM(WRK-IND-ITEM) GREATER ZEROS
                   ADD 1 TO WRK-QTD-ITENS
                   COMPUTE WRK-ITEM(WRK-QTD-ITENS) ROUNDED =
                       REG-CON-ITEM(WRK-IND-ITEM) * WRK-MESES-PERIODO
                       * WRK-DIAS-COBERTOS / WRK-DIAS-PERIODO
               END-IF
           END-PERFORM.

           MOVE REG-CON-DESCONTO TO WRK-DESCONTO-PERC.
           MOVE REG-CON-IMPOSTO  TO WRK-IMPOSTO-PERC.
           PERFORM 0150-PROCESSA.
           MOVE WRK-RESULTADO TO WRK-RESULTADO-MOEDA.
           MOVE ZEROS         TO WRK-COTACAO-FATURA.
           IF NOT CONTRATO-EM-REAL
               PERFORM 0412-CONVERTER-MOEDA
           END-IF.

           MOVE SPACES TO WRK-REG-FATURA.
           STRING "CLIENTE " DELIMITED BY SIZE
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           MOVE SPACES TO WRK-REG-FATURA.
           IF WRK-DIAS-COBERTOS LESS WRK-DIAS-PERIODO
               ADD 1 TO WRK-QTD-PRO-RATA
               STRING "  PERIODO "       DELIMITED BY SIZE
                      WRK-PER-INICIO     DELIMITED BY SIZE
                      " A "              DELIMITED BY SIZE
                      WRK-PER-FIM        DELIMITED BY SIZE
                      " - PRO-RATA "     DELIMITED BY SIZE
                      WRK-DIAS-COBERTOS  DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      WRK-DIAS-PERIODO   DELIMITED BY SIZE
                      " DIAS"            DELIMITED BY SIZE
                      INTO WRK-REG-FATURA
               END-STRING
           ELSE
               STRING "  PERIODO "       DELIMITED BY SIZE
                      WRK-PER-INICIO     DELIMITED BY SIZE
                      " A "              DELIMITED BY SIZE
                      WRK-PER-FIM        DELIMITED BY SIZE
                      INTO WRK-REG-FATURA
               END-STRING
           END-IF.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           PERFORM 0420-GRAVAR-ITEM-FATURA
               VARYING WRK-IND-ITEM FROM 1 BY 1
               UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS.

      *=== NA FATURA EM MOEDA OS ITENS E O TOTAL SAEM EM REAL, COM O
      *=== VALOR ORIGINAL E A COTACAO USADA NA LINHA DA MOEDA
           IF NOT CONTRATO-EM-REAL
               MOVE WRK-RESULTADO-MOEDA TO WRK-MOEDA-ED
               MOVE WRK-COTACAO-FATURA  TO WRK-COTACAO-ED
               MOVE SPACES TO WRK-REG-FATURA
               STRING "  MOEDA "            DELIMITED BY SIZE
                      REG-CON-MOEDA         DELIMITED BY SIZE
                      " - VALOR NA MOEDA "  DELIMITED BY SIZE
                      WRK-MOEDA-ED          DELIMITED BY SIZE
                      " COTACAO "           DELIMITED BY SIZE
                      WRK-COTACAO-ED        DELIMITED BY SIZE
                      " DE "                DELIMITED BY SIZE
                      WRK-DATA-EMISSAO      DELIMITED BY SIZE
                      INTO WRK-REG-FATURA
               END-STRING
               MOVE WRK-REG-FATURA TO REG-FATURA
               WRITE REG-FATURA
           END-IF.

           MOVE SPACES TO WRK-REG-FATURA.
           IF CONTRATO-EM-REAL
               STRING "  TOTAL " DELIMITED BY SIZE
                      WRK-RESULTADO-ED DELIMITED BY SIZE
                      INTO WRK-REG-FATURA
               END-STRING
           ELSE
               STRING "  TOTAL R$ " DELIMITED BY SIZE
                      WRK-RESULTADO-ED DELIMITED BY SIZE
                      INTO WRK-REG-FATURA
               END-STRING
           END-IF.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           ADD 1 TO WRK-TOTAL-FATURAS.

      *=== ANOTA A FATURA NO LIVRO DE CONTAS A RECEBER, EM ABERTO
           MOVE REG-CON-CLIENTE    TO FAT-CLIENTE.
           MOVE REG-CON-CHAVE-CLI  TO FAT-CHAVE-CLI.
           MOVE WRK-RESULTADO      TO FAT-VALOR.
           MOVE WRK-DATA-EMISSAO   TO FAT-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO FAT-VENCIMENTO.
           MOVE "A"                TO FAT-STATUS.
           MOVE ZEROS              TO FAT-DATA-PGTO.
           MOVE ZEROS              TO FAT-VALOR-PAGO.
           MOVE WRK-RESULTADO      TO FAT-SALDO.
           MOVE ZEROS              TO FAT-QTD-PGTOS.
           MOVE ZEROS              TO FAT-NFSE-NUMERO.
           MOVE ZEROS              TO FAT-NFSE-DATA.
           MOVE SPACES             TO FAT-NFSE-VERIFICACAO.
           IF CONTRATO-EM-REAL
               MOVE "BRL"          TO FAT-MOEDA
           ELSE
               MOVE REG-CON-MOEDA  TO FAT-MOEDA
           END-IF.
           MOVE WRK-RESULTADO-MOEDA TO FAT-VALOR-MOEDA.
           MOVE WRK-COTACAO-FATURA TO FAT-COTACAO.
      *=== FATURA DE VALOR ZERO NAO VAI PARA A PREFEITURA
           IF WRK-RESULTADO GREATER ZEROS
               MOVE WRK-PROX-RPS   TO FAT-RPS-NUMERO
               ADD 1 TO WRK-PROX-RPS
           ELSE
               MOVE ZEROS          TO FAT-RPS-NUMERO
           END-IF.
      *=== NEM PARA O BANCO
           MOVE ZEROS              TO FAT-NOSSO-NUMERO.
           MOVE ZEROS              TO FAT-NOSSO-DV.
           IF BANCO-CONFIGURADO
              AND WRK-RESULTADO GREATER ZEROS
               PERFORM 9510-ATRIBUIR-NOSSO-NUMERO
           END-IF.
           MOVE "N" TO WRK-FATURA-GRAVADA.
           PERFORM 0430-GRAVAR-RECEBER
               UNTIL FATURA-GRAVADA.
           IF FAT-RPS-NUMERO GREATER ZEROS
               PERFORM 0495-GRAVAR-RPS
           END-IF.

      *=== A FATURA ENTRA NA EXECUCAO DO LOTE, COM O CONTRATO COMO
      *=== ESTAVA ANTES DELA (PARA A ANULACAO)
           MOVE WRK-COMPETENCIA      TO LTF-COMPETENCIA.
           MOVE FAT-NUMERO           TO LTF-NUMERO.
           MOVE REG-CON-CHAVE-CLI    TO LTF-CHAVE-CLI.
           MOVE REG-CON-CLIENTE      TO LTF-CLIENTE.
           MOVE REG-CON-FATURADO-ATE TO LTF-FATURADO-ANTES.
           MOVE REG-CON-STATUS       TO LTF-STATUS-ANTES.
           MOVE WRK-LIQUIDO          TO LTF-VALOR-LIQUIDO.
           COMPUTE LTF-VALOR-IMPOSTO = WRK-RESULTADO - WRK-LIQUIDO.
           WRITE REG-LOTEFAT.
           ADD 1         TO WRK-LOT-QTD.
           ADD FAT-VALOR TO WRK-LOT-TOTAL.

           MOVE "EMISSAO"          TO WRK-JRN-OPERACAO.
           MOVE ZEROS              TO WRK-JRN-SEQ.
           MOVE WRK-DATA-EMISSAO   TO WRK-JRN-DATA-MOV.
           MOVE FAT-VALOR          TO WRK-JRN-VALOR.
           PERFORM 9200-GRAVAR-JORNAL.

           IF FAT-CLI-ID GREATER ZEROS
               PERFORM 0440-ABATER-CREDITO
           END-IF.

      *=== O BOLETO COBRA O QUE SOBROU DEPOIS DO CREDITO
           IF FAT-NOSSO-NUMERO GREATER ZEROS
              AND FAT-SALDO GREATER ZEROS
               PERFORM 0445-IMPRIMIR-BOLETO
           END-IF.

      *=== CONTRATO EM MOEDA ESTRANGEIRA: O TOTAL NA MOEDA FICA GUARDADO
      *=== E CADA ITEM E CONVERTIDO PARA REAL PELA COTACAO DO DIA DA
      *=== EMISSAO (JA CONFERIDA NO 0475), REFAZENDO O CALCULO EM REAL
       0412-CONVERTER-MOEDA  SECTION.
           MOVE ZEROS TO WRK-IND-COT-ACH.
           PERFORM VARYING WRK-IND-COT FROM 1 BY 1
                     UNTIL WRK-IND-COT GREATER WRK-QTD-COTACOES
                        OR WRK-IND-COT-ACH GREATER ZEROS
               IF WRK-COT-MOEDA(WRK-IND-COT) EQUAL REG-CON-MOEDA
                   MOVE WRK-IND-COT TO WRK-IND-COT-ACH
               END-IF
           END-PERFORM.
           IF WRK-IND-COT-ACH EQUAL ZEROS
               DISPLAY "SEM COTACAO DE " REG-CON-MOEDA " PARA "
                       REG-CON-CLIENTE " - LOTE INTERROMPIDO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE WRK-COT-VALOR(WRK-IND-COT-ACH) TO WRK-COTACAO-FATURA.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                     UNTIL WRK-IND-ITEM GREATER WRK-QTD-ITENS
               COMPUTE WRK-ITEM(WRK-IND-ITEM) ROUNDED =
                   WRK-ITEM(WRK-IND-ITEM) * WRK-COTACAO-FATURA
           END-PERFORM.
           PERFORM 0150-PROCESSA.
           ADD 1 TO WRK-QTD-MOEDA.

      *=== GRAVA A FATURA NO LIVRO PELA CHAVE COM O PROXIMO NUMERO; SE
      *=== O NUMERO JA EXISTE (FATNUM.CTL ATRASADO) ELE E PULADO - A
      *=== FATURA IMPRESSA NAO LEVA O NUMERO, ENTAO NADA SE PERDE
       0430-GRAVAR-RECEBER   SECTION.
           MOVE WRK-PROX-FATURA TO FAT-NUMERO.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "AVISO: FATURA " FAT-NUMERO
                           " JA EXISTE NO LIVRO - NUMERO PULADO"
               NOT INVALID KEY
                   MOVE "S" TO WRK-FATURA-GRAVADA
           END-WRITE.
           IF NOT FATURA-GRAVADA
              AND FS-RECEBER NOT EQUAL 22
               DISPLAY "FALHA DE GRAVACAO EM CONTAS_RECEBER.DAT - FS "
                       FS-RECEBER
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           ADD 1 TO WRK-PROX-FATURA.

      *=== CLIENTE COM SALDO CREDOR: ABATE DA FATURA RECEM-GRAVADA O
      *=== QUE COUBER (LINHA DE PAGAMENTO ORIGEM "C", PELO MESMO
      *=== 9100-APLICAR-PAGAMENTO DA BAIXA), BAIXA O CREDITO USADO E
      *=== ACRESCENTA NA FATURA IMPRESSA O ABATIMENTO E O A PAGAR
       0440-ABATER-CREDITO   SECTION.
           MOVE FAT-CHAVE-CLI TO CRD-CHAVE-CLI.
           READ CREDITOS
               KEY IS CRD-CHAVE-CLI
           END-READ.
           IF FS-CREDITOS EQUAL 00
              AND CRD-SALDO GREATER ZEROS
              AND FAT-SALDO GREATER ZEROS
               IF CRD-SALDO GREATER FAT-SALDO
                   MOVE FAT-SALDO TO WRK-CREDITO-USADO
               ELSE
                   MOVE CRD-SALDO TO WRK-CREDITO-USADO
               END-IF
               MOVE WRK-DATA-EMISSAO  TO WRK-PGT-DATA
               MOVE WRK-CREDITO-USADO TO WRK-PGT-VALOR
               MOVE ZEROS             TO WRK-PGT-ENCARGOS
               MOVE "C"               TO WRK-PGT-ORIGEM
               PERFORM 9100-APLICAR-PAGAMENTO
               IF PAGAMENTO-APLICADO
                   SUBTRACT WRK-CREDITO-USADO FROM CRD-SALDO
                   MOVE WRK-DATA-EMISSAO TO CRD-DATA-ULT-MOV
                   REWRITE REG-CREDITO
                   ADD WRK-CREDITO-USADO TO WRK-TOTAL-CREDITOS

                   MOVE WRK-CREDITO-USADO TO WRK-CREDITO-ED
                   MOVE SPACES TO WRK-REG-FATURA
                   STRING "  CREDITO ABATIDO " DELIMITED BY SIZE
                          WRK-CREDITO-ED       DELIMITED BY SIZE
                          INTO WRK-REG-FATURA
                   END-STRING
                   MOVE WRK-REG-FATURA TO REG-FATURA
                   WRITE REG-FATURA

                   MOVE FAT-SALDO TO WRK-CREDITO-ED
                   MOVE SPACES TO WRK-REG-FATURA
                   STRING "  A PAGAR " DELIMITED BY SIZE
                          WRK-CREDITO-ED DELIMITED BY SIZE
                          INTO WRK-REG-FATURA
                   END-STRING
                   MOVE WRK-REG-FATURA TO REG-FATURA
                   WRITE REG-FATURA
               ELSE
                   DISPLAY "AVISO: CREDITO NAO ABATIDO NA FATURA "
                           FAT-NUMERO " - " WRK-PGT-MSG
               END-IF
           END-IF.

      *=== ACRESCENTA NA FATURA IMPRESSA O NOSSO NUMERO E A LINHA
      *=== DIGITAVEL DO BOLETO, PELO SALDO A PAGAR
       0445-IMPRIMIR-BOLETO  SECTION.
           MOVE FAT-SALDO TO WRK-BOL-VALOR.
           PERFORM 9520-MONTAR-BOLETO.

           MOVE SPACES TO WRK-REG-FATURA.
           STRING "  NOSSO NUMERO "  DELIMITED BY SIZE
                  FAT-NOSSO-NUMERO   DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  FAT-NOSSO-DV       DELIMITED BY SIZE
                  INTO WRK-REG-FATURA
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

           MOVE SPACES TO WRK-REG-FATURA.
           STRING "  LINHA DIGITAVEL "     DELIMITED BY SIZE
                  WRK-BOL-LINHA-DIGITAVEL DELIMITED BY SIZE
                  INTO WRK-REG-FATURA
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.
           ADD 1 TO WRK-QTD-BOLETOS.

      *=== GRAVA 1 ITEM DISCRIMINADO DA FATURA DO CONTRATO CORRENTE
       0420-GRAVAR-ITEM-FATURA SECTION.
           MOVE WRK-ITEM(WRK-IND-ITEM) TO WRK-ITEM-ED.
           END-STRING.
           MOVE WRK-REG-FATURA TO REG-FATURA.
           WRITE REG-FATURA.

      *=== CARREGA AS EXECUCOES DE FATLOTE.CTL (SEM O ARQUIVO, NENHUMA
      *=== EXECUCAO AINDA); ACIMA DE 240 NADA E FEITO, PARA A
      *=== REGRAVACAO NAO PERDER EXECUCAO
       0450-CARREGAR-LOTES   SECTION.
           MOVE ZEROS TO WRK-QTD-LOTES.
           OPEN INPUT FATLOTECTL.
           IF FS-FATLOTE EQUAL 00
               READ FATLOTECTL
               PERFORM UNTIL FS-FATLOTE NOT EQUAL 00
                          OR WRK-QTD-LOTES EQUAL 240
                   ADD 1 TO WRK-QTD-LOTES
                   MOVE REG-FATLOTE TO WRK-LOT-REG(WRK-QTD-LOTES)
                   READ FATLOTECTL
               END-PERFORM
               IF FS-FATLOTE EQUAL 00
                   DISPLAY "FATLOTE.CTL TEM MAIS DE 240 EXECUCOES - "
                           "NADA FOI FEITO"
                   CLOSE FATLOTECTL
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0300-FINALIZAR
               END-IF
               CLOSE FATLOTECTL
           END-IF.

      *=== COMPETENCIA EDITADA MM/AAAA PARA TELA E MOTIVO DO JORNAL
       0455-EDITAR-COMPETENCIA SECTION.
           MOVE SPACES TO WRK-COMP-ED.
           STRING WRK-CMP-MES DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WRK-CMP-ANO DELIMITED BY SIZE
                  INTO WRK-COMP-ED
           END-STRING.

      *=== REGRAVA FATLOTE.CTL INTEIRO COM AS EXECUCOES DA TABELA
       0460-GRAVAR-LOTES     SECTION.
           OPEN OUTPUT FATLOTECTL.
           IF FS-FATLOTE NOT EQUAL 00
               DISPLAY "FATLOTE.CTL NAO PODE SER GRAVADO - FS "
                       FS-FATLOTE
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           PERFORM VARYING WRK-IND-LOTE FROM 1 BY 1
                     UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
               MOVE WRK-LOT-REG(WRK-IND-LOTE) TO REG-FATLOTE
               WRITE REG-FATLOTE
           END-PERFORM.
           CLOSE FATLOTECTL.

      *=== CONTRATOS EM MEMORIA, COMO NO CONMANU: ACIMA DE 200 NADA E
      *=== FEITO, PARA A REGRAVACAO NAO PERDER CONTRATO
       0470-CARREGAR-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS.
           IF FS-CONTRATOS NOT EQUAL 00
               DISPLAY "CONTRATOS.DAT NAO PODE SER ABERTO - FS "
                       FS-CONTRATOS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE ZEROS TO WRK-QTD-CONTRATOS.
           READ CONTRATOS.
           PERFORM UNTIL FS-CONTRATOS NOT EQUAL 00
                      OR WRK-QTD-CONTRATOS EQUAL 200
               ADD 1 TO WRK-QTD-CONTRATOS
               MOVE REG-CONTRATO TO WRK-CON-REG(WRK-QTD-CONTRATOS)
               READ CONTRATOS
           END-PERFORM.
           IF FS-CONTRATOS EQUAL 00
               DISPLAY "CONTRATOS.DAT TEM MAIS DE 200 CONTRATOS - "
                       "NADA FOI FEITO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           CLOSE CONTRATOS.

      *=== COTACAO DO DIA DA EMISSAO DE CADA MOEDA DOS CONTRATOS ATIVOS
      *=== QUE AINDA TEM PERIODO A FATURAR NA COMPETENCIA; CADA
      *=== CONTRATO SEM ELA E LISTADO
       0475-CONFERIR-COTACOES SECTION.
           MOVE ZEROS TO WRK-QTD-COTACOES.
           MOVE ZEROS TO WRK-QTD-SEM-COTACAO.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               IF CONTRATO-EM-REAL
                  OR CONTRATO-SUSPENSO OR CONTRATO-CANCELADO
                  OR CONTRATO-ENCERRADO
                   CONTINUE
               ELSE
               IF REG-CON-FATURADO-ATE NUMERIC
                  AND REG-CON-FATURADO-ATE NOT LESS
                      WRK-FIM-COMPETENCIA
                   CONTINUE
               ELSE
                   PERFORM 0476-COTACAO-DO-CONTRATO
               END-IF
               END-IF
           END-PERFORM.

      *=== PROCURA A MOEDA DO CONTRATO CORRENTE NA TABELA; A 1A VEZ, NO
      *=== HISTORICO, EXIGINDO A COTACAO DO PROPRIO DIA DA EMISSAO
       0476-COTACAO-DO-CONTRATO SECTION.
           MOVE ZEROS TO WRK-IND-COT-ACH.
           PERFORM VARYING WRK-IND-COT FROM 1 BY 1
                     UNTIL WRK-IND-COT GREATER WRK-QTD-COTACOES
                        OR WRK-IND-COT-ACH GREATER ZEROS
               IF WRK-COT-MOEDA(WRK-IND-COT) EQUAL REG-CON-MOEDA
                   MOVE WRK-IND-COT TO WRK-IND-COT-ACH
               END-IF
           END-PERFORM.
           IF WRK-IND-COT-ACH EQUAL ZEROS
               MOVE REG-CON-MOEDA    TO WRK-MOE-MOEDA
               MOVE WRK-DATA-EMISSAO TO WRK-MOE-DATA
               PERFORM 9600-BUSCAR-COTACAO
               IF COTACAO-DO-DIA
                  AND WRK-QTD-COTACOES LESS 20
                   ADD 1 TO WRK-QTD-COTACOES
                   MOVE REG-CON-MOEDA
                     TO WRK-COT-MOEDA(WRK-QTD-COTACOES)
                   MOVE WRK-MOE-COTACAO
                     TO WRK-COT-VALOR(WRK-QTD-COTACOES)
               ELSE
                   ADD 1 TO WRK-QTD-SEM-COTACAO
                   IF COTACAO-ACHADA
                       DISPLAY "SEM COTACAO DE " REG-CON-MOEDA
                               " DO DIA (ULTIMA EM "
                               WRK-MOE-DATA-COTACAO ") - "
                               REG-CON-CLIENTE
                   ELSE
                       DISPLAY "SEM COTACAO DE " REG-CON-MOEDA " - "
                               REG-CON-CLIENTE
                   END-IF
               END-IF
           END-IF.

      *=== REGRAVA CONTRATOS.DAT INTEIRO COM OS CONTRATOS DA TABELA
       0480-GRAVAR-CONTRATOS SECTION.
           PERFORM 0485-BACKUP-CONTRATOS.
           OPEN OUTPUT CONTRATOS.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               WRITE REG-CONTRATO
           END-PERFORM.
           CLOSE CONTRATOS.

      *=== GUARDA O CONTRATOS.DAT ANTERIOR COMO GERACAO DE BACKUP;
      *=== SEM ELE A REGRAVACAO SEGUE, SO COM O AVISO
       0485-BACKUP-CONTRATOS SECTION.
           MOVE "B"              TO BKP-OPERACAO.
           MOVE "CONTRATOS.DAT"  TO BKP-ARQUIVO.
           MOVE "dados\CONTRATOS.DAT" TO BKP-CAMINHO.
           MOVE "PROGRAMA08"     TO BKP-PROGRAMA.
           CALL "ARQBKP" USING WRK-BKP-PARM.
           IF BKP-OK
               DISPLAY "BACKUP ANTERIOR EM " BKP-BACKUP-PATH
           END-IF.
           IF BKP-FALHA
               DISPLAY "AVISO: BACKUP DE CONTRATOS.DAT FALHOU - FS "
                       BKP-FS
           END-IF.

      *=== MODO 3: ANULA A ULTIMA EXECUCAO DO LOTE (PROCESSADA OU
      *=== INTERROMPIDA). SO O SUPERVISOR ANULA, E SO SE NENHUMA
      *=== FATURA DELA FOI PAGA, RENEGOCIADA OU MANDADA AO BANCO
       0500-ANULAR-LOTE      SECTION.
           ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD.
           MOVE "PROGRAMA08" TO WRK-JRN-PROGRAMA.
           PERFORM 0510-IDENTIFICAR-SUPERVISOR.

           IF NOT PERFIL-SUPERVISOR
               DISPLAY "ANULACAO DO LOTE SO PARA SUPERVISOR - RECUSADA"
           ELSE
               MOVE WRK-SUPERVISOR TO WRK-JRN-OPERADOR
               PERFORM 0450-CARREGAR-LOTES
               MOVE ZEROS TO WRK-LOTE-ATUAL
               PERFORM VARYING WRK-IND-LOTE FROM 1 BY 1
                         UNTIL WRK-IND-LOTE GREATER WRK-QTD-LOTES
                   MOVE WRK-LOT-REG(WRK-IND-LOTE) TO REG-FATLOTE
                   IF NOT LOTE-ANULADO
                       MOVE WRK-IND-LOTE TO WRK-LOTE-ATUAL
                   END-IF
               END-PERFORM
               IF WRK-LOTE-ATUAL EQUAL ZEROS
                   DISPLAY "NENHUMA EXECUCAO DO LOTE PARA ANULAR"
               ELSE
                   MOVE WRK-LOT-REG(WRK-LOTE-ATUAL) TO REG-FATLOTE
                   MOVE LOT-COMPETENCIA TO WRK-COMPETENCIA
                   PERFORM 0455-EDITAR-COMPETENCIA
      *=== A EXECUCAO INTERROMPIDA NAO CHEGOU A ANOTAR A ULTIMA FATURA
                   IF LOTE-INICIADO
                       MOVE 999999 TO WRK-FAT-ATE
                       DISPLAY "EXECUCAO INTERROMPIDA DA COMPETENCIA "
                               WRK-COMP-ED " DE " LOT-DATA-EXECUCAO
                               " - FATURAS A PARTIR DE "
                               LOT-FAT-INICIAL
                   ELSE
                       MOVE LOT-FAT-FINAL TO WRK-FAT-ATE
                       MOVE LOT-VALOR-TOTAL TO WRK-LOT-TOTAL-ED
                       DISPLAY "EXECUCAO DA COMPETENCIA " WRK-COMP-ED
                               " DE " LOT-DATA-EXECUCAO " - FATURAS "
                               LOT-FAT-INICIAL " A " LOT-FAT-FINAL
                       DISPLAY "QUANTIDADE " LOT-QTD-FATURAS
                               " - TOTAL " WRK-LOT-TOTAL-ED
                   END-IF
                   DISPLAY "CONFIRMA A ANULACAO DESTA EXECUCAO (S/N)? "
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                       PERFORM 0515-PROCESSAR-ANULACAO
                   ELSE
                       DISPLAY "ANULACAO ABANDONADA"
                   END-IF
               END-IF
           END-IF.

      *=== O PERFIL VEM DO OPERADOR.CTL (O MESMO DO ARQMENU); SEM O
      *=== ARQUIVO NAO HA COMO CONFERIR E A ANULACAO E RECUSADA
       0510-IDENTIFICAR-SUPERVISOR SECTION.
           MOVE SPACE TO WRK-PERFIL.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
           ACCEPT WRK-SUPERVISOR.

           OPEN INPUT OPERCTL.
           IF FS-OPERCTL NOT EQUAL 00
               DISPLAY "OPERADOR.CTL NAO FOI ABERTO - FS " FS-OPERCTL
                       " - SEM COMO CONFERIR O PERFIL"
           ELSE
               READ OPERCTL
               PERFORM UNTIL FS-OPERCTL NOT EQUAL 00
                          OR WRK-PERFIL NOT EQUAL SPACE
                   IF OPE-ID EQUAL WRK-SUPERVISOR
                      AND WRK-SUPERVISOR NOT EQUAL SPACES
                       MOVE OPE-PERFIL TO WRK-PERFIL
                   END-IF
                   READ OPERCTL
               END-PERFORM
               CLOSE OPERCTL
           END-IF.

      *=== CONFERE TODAS AS FATURAS DA EXECUCAO ANTES DE MEXER EM
      *=== QUALQUER UMA: COM 1 IMPEDIMENTO SEQUER, NADA E ALTERADO
       0515-PROCESSAR-ANULACAO SECTION.
           MOVE ZEROS TO WRK-DATA-REMESSA.
           OPEN INPUT REMESSACTL.
           IF FS-REMESSACTL EQUAL 00
               READ REMESSACTL
               IF FS-REMESSACTL EQUAL 00
                   MOVE REG-REMESSACTL TO WRK-DATA-REMESSA
               END-IF
               CLOSE REMESSACTL
           END-IF.

           OPEN I-O RECEBER.
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
           OPEN I-O CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
           IF FS-RECEBER NOT EQUAL 00
              OR FS-PAGAMENTOS NOT EQUAL 00
              OR FS-CREDITOS NOT EQUAL 00
               DISPLAY "CONTAS_RECEBER.DAT/FAT_PAGAMENTOS.DAT/"
                       "CREDITOS.DAT NAO FORAM ABERTOS - FS "
                       FS-RECEBER " " FS-PAGAMENTOS " " FS-CREDITOS
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.

           MOVE SPACES TO WRK-MOTIVO-ANULACAO.
           STRING "ANULACAO DO LOTE " DELIMITED BY SIZE
                  WRK-COMP-ED         DELIMITED BY SIZE
                  INTO WRK-MOTIVO-ANULACAO
           END-STRING.

           PERFORM 0520-CONFERIR-FATURAS.
           IF WRK-QTD-BLOQUEIOS GREATER ZEROS
               DISPLAY WRK-QTD-BLOQUEIOS " FATURA(S) IMPEDEM A "
                       "ANULACAO - NADA FOI ALTERADO"
           ELSE
               PERFORM 0470-CARREGAR-CONTRATOS
               MOVE ALL "N" TO WRK-TAB-RESTAURADOS
               MOVE ZEROS TO WRK-QTD-ANULADAS
               MOVE ZEROS TO WRK-QTD-DEVOLVIDOS
               PERFORM 0530-ANULAR-FATURAS
               PERFORM 0480-GRAVAR-CONTRATOS

      *=== A EXECUCAO FICA ANULADA E A COMPETENCIA VOLTA A ABRIR
               MOVE WRK-LOT-REG(WRK-LOTE-ATUAL) TO REG-FATLOTE
               MOVE "A"              TO LOT-SITUACAO
               MOVE WRK-DATA-EMISSAO TO LOT-DATA-ANULACAO
               MOVE WRK-SUPERVISOR   TO LOT-OPER-ANULACAO
               MOVE REG-FATLOTE TO WRK-LOT-REG(WRK-LOTE-ATUAL)
               PERFORM 0460-GRAVAR-LOTES

               DISPLAY "COMPETENCIA............. " WRK-COMP-ED
                       " REABERTA"
               DISPLAY "FATURAS CANCELADAS...... " WRK-QTD-ANULADAS
               DISPLAY "CREDITOS DEVOLVIDOS..... " WRK-QTD-DEVOLVIDOS
               DISPLAY "RPS A CANCELAR.......... " WRK-QTD-RPS-ANULADOS
               IF WRK-MAIOR-RPS GREATER ZEROS
                   PERFORM 0497-PRESERVAR-NUMERO-RPS
               END-IF
               IF WRK-MAIOR-NOSSO GREATER ZEROS
                   PERFORM 0498-PRESERVAR-NOSSO-NUMERO
               END-IF
           END-IF.

           CLOSE RECEBER.
           CLOSE PAGAMENTOS.
           CLOSE CREDITOS.

      *=== PASSA AS FATURAS DA EXECUCAO (COMPETENCIA E FAIXA DE
      *=== NUMEROS DELA EM FATLOTE_FATURAS.DAT) CONTANDO OS IMPEDIMENTOS
       0520-CONFERIR-FATURAS SECTION.
           MOVE ZEROS TO WRK-QTD-BLOQUEIOS.
           OPEN INPUT LOTEFAT.
           IF FS-LOTEFAT EQUAL 00
               READ LOTEFAT
               PERFORM UNTIL FS-LOTEFAT NOT EQUAL 00
                   IF LTF-COMPETENCIA EQUAL WRK-COMPETENCIA
                      AND LTF-NUMERO NOT LESS LOT-FAT-INICIAL
                      AND LTF-NUMERO NOT GREATER WRK-FAT-ATE
                       PERFORM 0525-CONFERIR-FATURA
                   END-IF
                   READ LOTEFAT
               END-PERFORM
               CLOSE LOTEFAT
           END-IF.

      *=== FATURA JA CANCELADA (NOTA DE CREDITO) NAO IMPEDE - FICA COMO
      *=== ESTA; O CREDITO ABATIDO NA EMISSAO NAO CONTA COMO PAGAMENTO
       0525-CONFERIR-FATURA  SECTION.
           MOVE LTF-NUMERO TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FS-RECEBER NOT EQUAL 00
                   DISPLAY "FATURA " LTF-NUMERO
                           " NAO ENCONTRADA NO LIVRO - FS " FS-RECEBER
                   ADD 1 TO WRK-QTD-BLOQUEIOS
               WHEN FATURA-CANCELADA
                   CONTINUE
               WHEN FATURA-RENEGOCIADA
                   DISPLAY "FATURA " FAT-NUMERO " " FAT-CLIENTE
                           " ESTA EM ACORDO DE PARCELAMENTO"
                   ADD 1 TO WRK-QTD-BLOQUEIOS
               WHEN WRK-DATA-REMESSA GREATER ZEROS
                AND FAT-EMISSAO NOT GREATER WRK-DATA-REMESSA
                   DISPLAY "FATURA " FAT-NUMERO " " FAT-CLIENTE
                           " JA FOI EM REMESSA AO BANCO ("
                           WRK-DATA-REMESSA ")"
                   ADD 1 TO WRK-QTD-BLOQUEIOS
               WHEN OTHER
                   PERFORM 0527-VERIFICAR-PAGAMENTOS
                   IF TEM-PAGAMENTO
                       DISPLAY "FATURA " FAT-NUMERO " " FAT-CLIENTE
                               " JA TEM PAGAMENTO"
                       ADD 1 TO WRK-QTD-BLOQUEIOS
                   END-IF
           END-EVALUATE.

      *=== HA LINHA DE PAGAMENTO VALIDA (NAO ESTORNADA) QUE NAO SEJA O
      *=== ABATIMENTO DE CREDITO?
       0527-VERIFICAR-PAGAMENTOS SECTION.
           MOVE "N"        TO WRK-TEM-PAGAMENTO.
           MOVE FAT-NUMERO TO PGT-NUMERO.
           MOVE ZEROS      TO PGT-SEQ.
           START PAGAMENTOS KEY IS NOT LESS THAN PGT-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF FS-PAGAMENTOS EQUAL 00
               READ PAGAMENTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                      OR PGT-NUMERO NOT EQUAL FAT-NUMERO
               IF NOT PAGAMENTO-ESTORNADO
                  AND NOT PAGAMENTO-CREDITO
                   MOVE "S" TO WRK-TEM-PAGAMENTO
               END-IF
               READ PAGAMENTOS NEXT RECORD
           END-PERFORM.

      *=== SEGUNDA PASSADA: CANCELA CADA FATURA DA EXECUCAO E DEVOLVE O
      *=== CONTRATO DELA A DATA FATURADA ANTERIOR
       0530-ANULAR-FATURAS   SECTION.
           OPEN INPUT LOTEFAT.
           IF FS-LOTEFAT EQUAL 00
               READ LOTEFAT
               PERFORM UNTIL FS-LOTEFAT NOT EQUAL 00
                   IF LTF-COMPETENCIA EQUAL WRK-COMPETENCIA
                      AND LTF-NUMERO NOT LESS LOT-FAT-INICIAL
                      AND LTF-NUMERO NOT GREATER WRK-FAT-ATE
                       PERFORM 0535-ANULAR-FATURA
                       PERFORM 0540-RESTAURAR-CONTRATO
                   END-IF
                   READ LOTEFAT
               END-PERFORM
               CLOSE LOTEFAT
           END-IF.

      *=== A FATURA FICA "C"-CANCELADA COM SALDO ZERO, COMO NA NOTA DE
      *=== CREDITO TOTAL, E O CANCELAMENTO VAI PARA O JORNAL
       0535-ANULAR-FATURA    SECTION.
           MOVE LTF-NUMERO TO FAT-NUMERO.
           READ RECEBER
               KEY IS FAT-NUMERO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-RECEBER EQUAL 00
              AND NOT FATURA-CANCELADA
               PERFORM 0537-DEVOLVER-CREDITOS
               MOVE FAT-SALDO TO WRK-JRN-VALOR
               MOVE ZEROS     TO FAT-SALDO
               MOVE "C"       TO FAT-STATUS
               REWRITE REG-RECEBER
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR A FATURA " FAT-NUMERO
                               " - FS " FS-RECEBER
                   NOT INVALID KEY
                       MOVE "ANULACAO"          TO WRK-JRN-OPERACAO
                       MOVE ZEROS               TO WRK-JRN-SEQ
                       MOVE WRK-DATA-EMISSAO    TO WRK-JRN-DATA-MOV
                       MOVE WRK-MOTIVO-ANULACAO TO WRK-JRN-MOTIVO
                       PERFORM 9200-GRAVAR-JORNAL
                       ADD 1 TO WRK-QTD-ANULADAS
                       IF FAT-NOSSO-NUMERO GREATER WRK-MAIOR-NOSSO
                           MOVE FAT-NOSSO-NUMERO TO WRK-MAIOR-NOSSO
                       END-IF
                       IF FAT-RPS-NUMERO GREATER ZEROS
                           PERFORM 0536-AVISAR-RPS
                       END-IF
               END-REWRITE
           END-IF.

      *=== O RPS DA FATURA ANULADA JA PODE TER VIRADO NFS-E: A NOTA E
      *=== CANCELADA NA PREFEITURA, E O NUMERO DO RPS NAO VOLTA A SER
      *=== USADO
       0536-AVISAR-RPS       SECTION.
           ADD 1 TO WRK-QTD-RPS-ANULADOS.
           IF FAT-RPS-NUMERO GREATER WRK-MAIOR-RPS
               MOVE FAT-RPS-NUMERO TO WRK-MAIOR-RPS
           END-IF.
           IF FAT-NFSE-NUMERO GREATER ZEROS
               DISPLAY "FATURA " FAT-NUMERO " - CANCELAR NA PREFEITURA "
                       "A NFS-E " FAT-NFSE-NUMERO
           ELSE
               DISPLAY "FATURA " FAT-NUMERO " - RPS " FAT-RPS-NUMERO
                       " NAO DEVE SER ENVIADO (SE JA FOI, CANCELAR A "
                       "NFS-E)"
           END-IF.

      *=== O CREDITO ABATIDO NA EMISSAO (LINHA ORIGEM "C") E ESTORNADO E
      *=== VOLTA PARA O SALDO CREDOR DO CLIENTE, COMO NO ESTORNO DO
      *=== PROGRAMA12
       0537-DEVOLVER-CREDITOS SECTION.
           MOVE FAT-NUMERO TO PGT-NUMERO.
           MOVE ZEROS      TO PGT-SEQ.
           START PAGAMENTOS KEY IS NOT LESS THAN PGT-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF FS-PAGAMENTOS EQUAL 00
               READ PAGAMENTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL 00
                      OR PGT-NUMERO NOT EQUAL FAT-NUMERO
               IF PAGAMENTO-CREDITO
                  AND NOT PAGAMENTO-ESTORNADO
                   MOVE "E"              TO PGT-SITUACAO
                   MOVE WRK-DATA-EMISSAO TO PGT-DATA-ESTORNO
                   REWRITE REG-PAGAMENTO
                       INVALID KEY
                           DISPLAY "FALHA AO REGRAVAR A LINHA DE "
                                   "PAGAMENTO " PGT-NUMERO "/" PGT-SEQ
                       NOT INVALID KEY
                           PERFORM 0538-ACERTAR-CREDITO
                   END-REWRITE
               END-IF
               READ PAGAMENTOS NEXT RECORD
           END-PERFORM.

      *=== DEVOLVE O VALOR DA LINHA AO CREDITO DO CLIENTE E O SALDO A
      *=== FATURA, COM A LINHA "ESTORNO" NO JORNAL
       0538-ACERTAR-CREDITO  SECTION.
           MOVE FAT-CHAVE-CLI TO CRD-CHAVE-CLI.
           READ CREDITOS
               KEY IS CRD-CHAVE-CLI
               INVALID KEY
                   MOVE FAT-CLIENTE      TO CRD-NOME
                   MOVE PGT-VALOR        TO CRD-SALDO
                   MOVE WRK-DATA-EMISSAO TO CRD-DATA-ULT-MOV
                   WRITE REG-CREDITO
               NOT INVALID KEY
                   ADD PGT-VALOR         TO CRD-SALDO
                   MOVE WRK-DATA-EMISSAO TO CRD-DATA-ULT-MOV
                   REWRITE REG-CREDITO
           END-READ.
           IF FS-CREDITOS NOT EQUAL 00
               DISPLAY "AVISO: CREDITO DE " FAT-CLIENTE
                       " NAO DEVOLVIDO - FS " FS-CREDITOS
           END-IF.

           ADD PGT-PRINCIPAL TO FAT-SALDO.
           SUBTRACT PGT-VALOR FROM FAT-VALOR-PAGO.
           MOVE ZEROS TO FAT-DATA-PGTO.
           MOVE "ESTORNO"           TO WRK-JRN-OPERACAO.
           MOVE PGT-SEQ             TO WRK-JRN-SEQ.
           MOVE WRK-DATA-EMISSAO    TO WRK-JRN-DATA-MOV.
           MOVE PGT-VALOR           TO WRK-JRN-VALOR.
           MOVE "3"                 TO WRK-JRN-MOTIVO-COD.
           MOVE WRK-MOTIVO-ANULACAO TO WRK-JRN-MOTIVO.
           PERFORM 9200-GRAVAR-JORNAL.
           ADD 1 TO WRK-QTD-DEVOLVIDOS.

      *=== O CONTRATO DA FATURA (PELA CHAVE DO CLIENTE OU, SEM ELA,
      *=== PELO NOME) VOLTA A DATA FATURADA DE ANTES DA 1A FATURA DA
      *=== EXECUCAO; O ENCERRADO NELA VOLTA AO STATUS ANTERIOR
       0540-RESTAURAR-CONTRATO SECTION.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-IND-CON FROM 1 BY 1
                     UNTIL WRK-IND-CON GREATER WRK-QTD-CONTRATOS
               MOVE WRK-CON-REG(WRK-IND-CON) TO REG-CONTRATO
               IF (LTF-CLI-ID GREATER ZEROS
                   AND REG-CON-CHAVE-CLI EQUAL LTF-CHAVE-CLI)
                  OR (LTF-CLI-ID EQUAL ZEROS
                      AND REG-CON-CLIENTE EQUAL LTF-CLIENTE)
                   MOVE WRK-IND-CON TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-IND-ACHADO EQUAL ZEROS
               DISPLAY "AVISO: CONTRATO DE " LTF-CLIENTE
                       " NAO ENCONTRADO - DATA FATURADA NAO DEVOLVIDA"
           ELSE
           IF WRK-CON-RESTAURADO(WRK-IND-ACHADO) EQUAL "N"
               MOVE WRK-CON-REG(WRK-IND-ACHADO) TO REG-CONTRATO
               MOVE LTF-FATURADO-ANTES TO REG-CON-FATURADO-ATE
               IF CONTRATO-ENCERRADO
                   MOVE LTF-STATUS-ANTES TO REG-CON-STATUS
               END-IF
               MOVE REG-CONTRATO TO WRK-CON-REG(WRK-IND-ACHADO)
               MOVE "S" TO WRK-CON-RESTAURADO(WRK-IND-ACHADO)
           END-IF
           END-IF.

      *=== LE O RPS.CTL (RECUSANDO O LOTE SEM ELE) E O PROXIMO NUMERO
      *=== DE RPS DO RPSNUM.CTL (1A EXECUCAO = 1)
       0490-CARREGAR-RPS     SECTION.
           OPEN INPUT RPSCTL.
           IF FS-RPSCTL NOT EQUAL 00
               DISPLAY "RPS.CTL NAO FOI ABERTO - FS " FS-RPSCTL
                       " - LOTE RECUSADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           READ RPSCTL.
           IF FS-RPSCTL NOT EQUAL 00
              OR RPC-CNPJ-PRESTADOR NOT NUMERIC
              OR RPC-ALIQUOTA-ISS NOT NUMERIC
              OR RPC-SERIE EQUAL SPACES
              OR RPC-COD-SERVICO EQUAL SPACES
               DISPLAY "RPS.CTL VAZIO OU INCOMPLETO - LOTE RECUSADO"
               CLOSE RPSCTL
               MOVE 8 TO RETURN-CODE
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE RPC-CNPJ-PRESTADOR      TO WRK-RPS-CNPJ.
           MOVE RPC-INSCRICAO-MUNICIPAL TO WRK-RPS-INSCRICAO.
           MOVE RPC-SERIE               TO WRK-RPS-SERIE.
           MOVE RPC-COD-SERVICO         TO WRK-RPS-COD-SERVICO.
           MOVE RPC-ALIQUOTA-ISS        TO WRK-RPS-ALIQUOTA.
           MOVE RPC-DISCRIMINACAO       TO WRK-RPS-DISCRIMINACAO.
           IF WRK-RPS-DISCRIMINACAO EQUAL SPACES
               MOVE "SERVICOS PRESTADOS" TO WRK-RPS-DISCRIMINACAO
           END-IF.
           CLOSE RPSCTL.

           MOVE 1 TO WRK-PROX-RPS.
           OPEN INPUT RPSNUMCTL.
           IF FS-RPSNUM EQUAL 00
               READ RPSNUMCTL
               IF FS-RPSNUM EQUAL 00
                   MOVE REG-RPSNUM TO WRK-PROX-RPS
               END-IF
               CLOSE RPSNUMCTL
           END-IF.

      *=== 1 RPS DA FATURA RECEM-GRAVADA: VALOR DO SERVICO = VALOR DA
      *=== FATURA (ISS POR DENTRO, SEM RETENCAO); TOMADOR PELOS DADOS
      *=== FISCAIS, COM O ENDERECO E O EMAIL QUE FALTAREM TIRADOS DO
      *=== CADASTRO DE CLIENTES (ALUNO NAO TEM CADASTRO LA)
       0495-GRAVAR-RPS       SECTION.
           MOVE SPACES TO REG-RPS.
           MOVE "2"                 TO RPS-TIPO-REG.
           MOVE "RPS"               TO RPS-TIPO-RPS.
           MOVE WRK-RPS-SERIE       TO RPS-SERIE.
           MOVE FAT-RPS-NUMERO      TO RPS-NUMERO.
           MOVE FAT-EMISSAO         TO RPS-DATA-EMISSAO.
           MOVE "T"                 TO RPS-SITUACAO.
           MOVE FAT-VALOR           TO RPS-VALOR-SERVICOS.
           MOVE ZEROS               TO RPS-VALOR-DEDUCOES.
           MOVE WRK-RPS-COD-SERVICO TO RPS-COD-SERVICO.
           MOVE WRK-RPS-ALIQUOTA    TO RPS-ALIQUOTA.
           COMPUTE RPS-VALOR-ISS ROUNDED =
               FAT-VALOR * WRK-RPS-ALIQUOTA / 100.
           MOVE "2"                 TO RPS-ISS-RETIDO.
           MOVE 3                   TO RPS-TIPO-DOC-TOMADOR.
           MOVE ZEROS               TO RPS-DOC-TOMADOR.
           MOVE FAT-CLIENTE         TO RPS-NOME-TOMADOR.
           MOVE ZEROS               TO RPS-CEP.
           MOVE FAT-NUMERO          TO RPS-FATURA.

           MOVE "N" TO WRK-FISCAL-ACHADO.
           IF FISCAL-ABERTO
              AND FAT-CLI-ID GREATER ZEROS
               MOVE FAT-CHAVE-CLI TO FSC-CHAVE-CLI
               READ FISCAL
                   KEY IS FSC-CHAVE-CLI
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FS-FISCAL EQUAL 00
                   MOVE "S" TO WRK-FISCAL-ACHADO
               END-IF
           END-IF.
           IF FISCAL-ACHADO
               IF DOC-CPF
                   MOVE 1             TO RPS-TIPO-DOC-TOMADOR
                   MOVE FSC-DOCUMENTO TO RPS-DOC-TOMADOR
               ELSE
               IF DOC-CNPJ
                   MOVE 2             TO RPS-TIPO-DOC-TOMADOR
                   MOVE FSC-DOCUMENTO TO RPS-DOC-TOMADOR
               END-IF
               END-IF
               IF FSC-NOME NOT EQUAL SPACES
                   MOVE FSC-NOME      TO RPS-NOME-TOMADOR
               END-IF
               MOVE FSC-ENDERECO      TO RPS-ENDERECO
               MOVE FSC-CIDADE        TO RPS-CIDADE
               MOVE FSC-UF            TO RPS-UF
               IF FSC-CEP NUMERIC
                   MOVE FSC-CEP       TO RPS-CEP
               END-IF
               MOVE FSC-EMAIL         TO RPS-EMAIL
           END-IF.

           IF CLIENTES-ABERTO
              AND FAT-TIPO-CLI EQUAL "C"
              AND FAT-CLI-ID GREATER ZEROS
              AND (RPS-ENDERECO EQUAL SPACES
                   OR RPS-EMAIL EQUAL SPACES)
               MOVE FAT-CLI-ID TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FS-CLIENTES EQUAL 00
                   IF RPS-ENDERECO EQUAL SPACES
                       MOVE REG-ENDERECO TO RPS-ENDERECO
                   END-IF
                   IF RPS-EMAIL EQUAL SPACES
                       MOVE REG-EMAIL    TO RPS-EMAIL
                   END-IF
               END-IF
           END-IF.

           IF RPS-TIPO-DOC-TOMADOR EQUAL 3
               DISPLAY "AVISO: RPS " FAT-RPS-NUMERO " SEM CPF/CNPJ DO "
                       "TOMADOR - " FAT-CLIENTE
               ADD 1 TO WRK-QTD-RPS-SEM-DOC
           END-IF.

           STRING WRK-RPS-DISCRIMINACAO DELIMITED BY "  "
                  " FATURA "            DELIMITED BY SIZE
                  FAT-NUMERO            DELIMITED BY SIZE
                  " COMP. "             DELIMITED BY SIZE
                  WRK-COMP-ED           DELIMITED BY SIZE
                  INTO RPS-DISCRIMINACAO
           END-STRING.

           WRITE REG-RPS.
           ADD 1             TO WRK-QTD-RPS.
           ADD FAT-VALOR     TO WRK-RPS-TOTAL-SERVICOS.
           ADD RPS-VALOR-ISS TO WRK-RPS-TOTAL-ISS.

      *=== O NUMERO DO PROXIMO RPS FICA SEMPRE ACIMA DO MAIOR RPS
      *=== ANULADO: DA EXECUCAO INTERROMPIDA O RPSNUM.CTL NAO FOI
      *=== REGRAVADO, E O NUMERO JA PODE TER IDO PARA A PREFEITURA
       0497-PRESERVAR-NUMERO-RPS SECTION.
           MOVE 1 TO WRK-PROX-RPS.
           OPEN INPUT RPSNUMCTL.
           IF FS-RPSNUM EQUAL 00
               READ RPSNUMCTL
               IF FS-RPSNUM EQUAL 00
                   MOVE REG-RPSNUM TO WRK-PROX-RPS
               END-IF
               CLOSE RPSNUMCTL
           END-IF.
           IF WRK-MAIOR-RPS NOT LESS WRK-PROX-RPS
               COMPUTE WRK-PROX-RPS = WRK-MAIOR-RPS + 1
               OPEN OUTPUT RPSNUMCTL
               MOVE WRK-PROX-RPS TO REG-RPSNUM
               WRITE REG-RPSNUM
               CLOSE RPSNUMCTL
               DISPLAY "RPSNUM.CTL ACERTADO - PROXIMO RPS "
                       WRK-PROX-RPS
           END-IF.

      *=== O MESMO PARA O NOSSO NUMERO: O BOLETO DA FATURA ANULADA JA
      *=== PODE TER CHEGADO AO CLIENTE, E O NUMERO NAO VOLTA A SER USADO
       0498-PRESERVAR-NOSSO-NUMERO SECTION.
           PERFORM 9500-CARREGAR-BANCO.
           IF WRK-MAIOR-NOSSO NOT LESS WRK-BOL-PROX-NOSSO
               COMPUTE WRK-BOL-PROX-NOSSO = WRK-MAIOR-NOSSO + 1
               PERFORM 9515-GUARDAR-NOSSO-NUMERO
               DISPLAY "NOSSONUM.CTL ACERTADO - PROXIMO NOSSO NUMERO "
                       WRK-BOL-PROX-NOSSO
           END-IF.

       COPY "FATPGPR.cpy".
       COPY "FATJRPR.cpy".
       COPY "FATBOLPR.cpy".
       COPY "FATMOEPR.cpy".
