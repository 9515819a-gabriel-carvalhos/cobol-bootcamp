      *=================================================================
      *==  COPYBOOK: FUNREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO CADASTRO DE FUNCIONARIOS
      *==            (FUNCIONARIOS.DAT), INDEXADO PELA MATRICULA: O
      *==            CADASTRO.DAT DO PROGRAMA02 SO TINHA NOME, IDADE E
      *==            SALARIO E A FOLHA (FOLHAIR) CASAVA OS DEPENDENTES
      *==            PELO NOME - HOMONIMOS DIVIDIAM DEPENDENTES E UM
      *==            NOME DIGITADO ERRADO PERDIA OS DELES SEM AVISO.
      *==            A MATRICULA VEM DO FUNNUM.CTL; A MANUTENCAO E O
      *==            FUNMANU, A CARGA INICIAL O FUNCONV
      *==  DATA: 20/08/2025
      *==  OBSERVACOES: FUN-SITUACAO: "A"-ATIVO / "I"-INCOMPLETO (VEIO
      *==               DA CONVERSAO SEM CPF, ADMISSAO, DEPARTAMENTO,
      *==               CARGO OU CONTA; ENTRA NA FOLHA ATE O FUNMANU
      *==               COMPLETAR) / "D"-DESLIGADO (FORA DA FOLHA).
      *==               CPF ZERADO SO NO INCOMPLETO; A CHAVE ALTERNADA
      *==               POR CPF ACEITA DUPLICATAS POR CAUSA DELES, A
      *==               UNICIDADE E CONFERIDA PELO FUNMANU. O SALARIO
      *==               BASE SO MUDA PELO REAJUSTE DO FUNMANU, QUE
      *==               ANOTA CADA MUDANCA NO HISTORICO (FUNSAL)
      *=================================================================
       01  REG-FUNCIONARIO.
           05  FUN-MATRICULA          PIC 9(006).
           05  FUN-NOME               PIC X(030).
           05  FUN-CPF                PIC 9(011).
           05  FUN-IDADE              PIC 9(003).
           05  FUN-DATA-ADMISSAO      PIC 9(008).
           05  FUN-DATA-DESLIGAMENTO  PIC 9(008).
           05  FUN-DEPARTAMENTO       PIC X(010).
           05  FUN-CARGO              PIC X(020).
           05  FUN-SALARIO-BASE       PIC 9(008)V99.
           05  FUN-BANCO              PIC 9(003).
           05  FUN-AGENCIA            PIC 9(005).
           05  FUN-CONTA              PIC X(015).
           05  FUN-QTD-DEPENDENTES    PIC 9(002).
           05  FUN-SITUACAO           PIC X(001).
               88  FUNCIONARIO-ATIVO              VALUE "A".
               88  FUNCIONARIO-INCOMPLETO         VALUE "I".
               88  FUNCIONARIO-DESLIGADO          VALUE "D".
               88  FUNCIONARIO-NA-FOLHA           VALUE "A" "I".
           05  FUN-DATA-CADASTRO      PIC 9(008).
           05  FILLER                 PIC X(020).
