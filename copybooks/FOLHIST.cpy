      *=================================================================
      *==  COPYBOOK: FOLHIST
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DE FOLHA_HIST.DAT, O HISTORICO DA FOLHA
      *==            MENSAL (FOLHAMES): 1 REGISTRO POR COMPETENCIA E
      *==            MATRICULA COM O QUE FOI PAGO - DIAS, PROVENTOS,
      *==            INSS, IR, DESCONTOS E LIQUIDO - E O RETRATO DO
      *==            CADASTRO NO MES (NOME, DEPARTAMENTO, CARGO, SALARIO
      *==            BASE E DEPENDENTES)
      *==  DATA: 22/08/2025
      *==  OBSERVACOES: ARQUIVO INDEXADO PELA CHAVE COMPOSTA FLH-CHAVE
      *==               (COMPETENCIA AAAAMM + MATRICULA); RECALCULAR UM
      *==               MES APAGA E REGRAVA OS REGISTROS DELE
      *==  ALTERACOES
      *==  25/08/2025 GC: O FILLER DO FIM PASSA A GUARDAR A SITUACAO DO
      *==               CREDITO DO LIQUIDO NO BANCO (FOLCRED): REMETIDO
      *==               NA REMESSA, CREDITADO OU REJEITADO NO RETORNO,
      *==               COM AS DATAS E A OCORRENCIA DO BANCO
      *==  27/08/2025 GC: 13O SALARIO NO FIM DO REGISTRO (VALOR, INSS E
      *==               IR PROPRIOS, FORA DO BRUTO DO MES), PARA O
      *==               INFORME DE RENDIMENTOS (INFREND). O REGISTRO
      *==               PASSA DE 241 PARA 271 POSICOES
      *=================================================================
       01  REG-FOLHIST.
           05  FLH-CHAVE.
               10  FLH-COMPETENCIA    PIC 9(006).
               10  FLH-MATRICULA      PIC 9(006).
           05  FLH-NOME               PIC X(030).
           05  FLH-DEPARTAMENTO       PIC X(010).
           05  FLH-CARGO              PIC X(020).
           05  FLH-SALARIO-BASE       PIC 9(008)V99.
           05  FLH-DIAS-TRABALHADOS   PIC 9(002).
           05  FLH-SALARIO-MES        PIC 9(008)V99.
           05  FLH-HORAS-EXTRAS       PIC 9(003)V99.
           05  FLH-VALOR-EXTRAS       PIC 9(008)V99.
           05  FLH-DIAS-FALTA         PIC 9(003)V99.
           05  FLH-VALOR-FALTAS       PIC 9(008)V99.
           05  FLH-OUTROS-PROVENTOS   PIC 9(008)V99.
           05  FLH-BRUTO              PIC 9(008)V99.
           05  FLH-INSS               PIC 9(008)V99.
           05  FLH-QTD-DEPENDENTES    PIC 9(002).
           05  FLH-BASE-IR            PIC 9(008)V99.
           05  FLH-IR                 PIC 9(008)V99.
           05  FLH-ADIANTAMENTO       PIC 9(008)V99.
           05  FLH-OUTROS-DESCONTOS   PIC 9(008)V99.
           05  FLH-LIQUIDO            PIC 9(008)V99.
           05  FLH-DATA-CALCULO       PIC 9(008).
           05  FLH-PAGAMENTO.
               10  FLH-SITUACAO-PGTO  PIC X(001).
                   88  PGTO-PENDENTE              VALUE SPACE.
                   88  PGTO-REMETIDO              VALUE "R".
                   88  PGTO-CREDITADO             VALUE "C".
                   88  PGTO-REJEITADO             VALUE "J".
               10  FLH-DATA-REMESSA   PIC 9(008).
               10  FLH-DATA-CREDITO   PIC 9(008).
               10  FLH-OCORRENCIA     PIC X(002).
               10  FILLER             PIC X(011).
           05  FLH-DECIMO-TERCEIRO.
               10  FLH-VALOR-13       PIC 9(008)V99.
               10  FLH-INSS-13        PIC 9(008)V99.
               10  FLH-IR-13          PIC 9(008)V99.
