      *=================================================================
      *==  COPYBOOK: CONREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE CONTRATOS.DAT
      *==            (CONTRATOS MENSAIS COBRADOS PELO LOTE DO
      *==            PROGRAMA08), USADO NO FD DE TODOS OS PROGRAMAS QUE
      *==            ABREM ESSE ARQUIVO - ATE AQUI CADA UM TINHA A SUA
      *==            COPIA DO LAYOUT
      *==  DATA: 12/05/2025
      *==  OBSERVACOES: O CONTRATO GANHA NO FIM DO REGISTRO A CHAVE DO
      *==               CLIENTE: O TIPO ("C"-CLIENTE DE CLIENTES.DAT,
      *==               PELO REG-ID / "A"-ALUNO DE ALUNOS.DAT, PELO
      *==               REG-ALUNO-ID, CONTRATOS DA PONTE DO PROG025) E
      *==               O ID; O NOME EM REG-CON-CLIENTE CONTINUA SENDO
      *==               O QUE SAI IMPRESSO NA FATURA. ARQUIVOS GRAVADOS
      *==               ANTES DA CHAVE PASSAM PELO CLIVINC (CONVERSAO
      *==               E VINCULO PELO NOME); ID ZERADO = CONTRATO
      *==               AINDA SEM VINCULO (LISTA DE PENDENCIAS)
      *==  ALTERACOES
      *==  26/05/2025 GC: VIGENCIA E PERIODICIDADE NO FIM DO REGISTRO
      *==               (144 -> 169 POSICOES): DATA DE INICIO E DE FIM
      *==               (ZERO = SEM FIM), PERIODICIDADE DA COBRANCA
      *==               ("M"-MENSAL / "T"-TRIMESTRAL / "S"-SEMESTRAL /
      *==               "A"-ANUAL) E A DATA ATE ONDE O CONTRATO JA FOI
      *==               FATURADO PELO LOTE DO PROGRAMA08; NOVO STATUS
      *==               "E"-ENCERRADO, DADO PELO LOTE AO CONTRATO QUE
      *==               PASSOU DA DATA DE FIM. OS ITENS CONTINUAM SENDO
      *==               VALORES MENSAIS. REGISTRO GRAVADO ANTES DOS
      *==               CAMPOS CHEGA COM ELES EM BRANCO (ARQUIVO LINE
      *==               SEQUENTIAL) E VALE MENSAL, SEM DATAS, COMO O
      *==               STATUS EM BRANCO VALE ATIVO - NAO HA CONVERSAO
      *==  18/06/2025 GC: MOEDA DO CONTRATO NO FIM DO REGISTRO (169 ->
      *==               172 POSICOES): "USD", "EUR", "GBP"... PARA O
      *==               CONTRATO COTADO EM MOEDA ESTRANGEIRA, QUE O LOTE
      *==               DO PROGRAMA08 CONVERTE PELA COTACAO DO DIA EM
      *==               COTACAO_HIST.TXT; EM BRANCO OU "BRL" VALE REAL,
      *==               E O REGISTRO ANTIGO CHEGA EM BRANCO (SEM
      *==               CONVERSAO, COMO NA VIGENCIA)
      *=================================================================
       01  REG-CONTRATO.
           05  REG-CON-CLIENTE         PIC X(030).
           05  REG-CON-DESCONTO        PIC 9(003)V99.
           05  REG-CON-IMPOSTO         PIC 9(003)V99.
           05  REG-CON-ITEM            PIC 9(006)V99 OCCURS 12 TIMES.
           05  REG-CON-STATUS          PIC X(001).
               88  CONTRATO-SUSPENSO           VALUE "S".
               88  CONTRATO-CANCELADO          VALUE "C".
               88  CONTRATO-ENCERRADO          VALUE "E".
           05  REG-CON-CHAVE-CLI.
               10  REG-CON-TIPO-CLI    PIC X(001).
                   88  CONTRATO-DE-CLIENTE     VALUE "C".
                   88  CONTRATO-DE-ALUNO       VALUE "A".
               10  REG-CON-CLI-ID      PIC 9(006).
           05  REG-CON-INICIO          PIC 9(008).
           05  REG-CON-FIM             PIC 9(008).
           05  REG-CON-PERIODICIDADE   PIC X(001).
               88  COBRANCA-MENSAL             VALUE "M" " ".
               88  COBRANCA-TRIMESTRAL         VALUE "T".
               88  COBRANCA-SEMESTRAL          VALUE "S".
               88  COBRANCA-ANUAL              VALUE "A".
               88  PERIODICIDADE-VALIDA        VALUE "M" "T" "S" "A".
           05  REG-CON-FATURADO-ATE    PIC 9(008).
           05  REG-CON-MOEDA           PIC X(003).
               88  CONTRATO-EM-REAL            VALUE "BRL" "   ".
