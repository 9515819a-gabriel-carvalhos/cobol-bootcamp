      *=================================================================
      *==  COPYBOOK: FOLVAR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE FOLHA_VARIAVEIS.DAT, OS
      *==            LANCAMENTOS DO MES QUE O RH DIGITA PARA A FOLHA
      *==            MENSAL (FOLHAMES): 1 LINHA POR COMPETENCIA,
      *==            MATRICULA E RUBRICA
      *==  DATA: 22/08/2025
      *==  OBSERVACOES: RUBRICAS: "HE"-HORAS EXTRAS A 50% (QUANTIDADE
      *==               EM HORAS) / "FA"-FALTAS (QUANTIDADE EM DIAS) /
      *==               "AD"-ADIANTAMENTO (VALOR) / "OP"-OUTRO PROVENTO
      *==               (VALOR) / "OD"-OUTRO DESCONTO (VALOR). A MESMA
      *==               RUBRICA PODE VIR EM MAIS DE UMA LINHA; SOMA
      *==  ALTERACOES
      *==  27/08/2025 GC: NOVA RUBRICA "DT"-13O SALARIO (VALOR), COM
      *==               INSS E IR PROPRIOS NO FOLHAMES
      *=================================================================
       01  REG-FOLVAR.
           05  VAR-COMPETENCIA        PIC 9(006).
           05  VAR-MATRICULA          PIC 9(006).
           05  VAR-RUBRICA            PIC X(002).
               88  VAR-HORA-EXTRA                 VALUE "HE".
               88  VAR-FALTA                      VALUE "FA".
               88  VAR-ADIANTAMENTO               VALUE "AD".
               88  VAR-OUTRO-PROVENTO             VALUE "OP".
               88  VAR-OUTRO-DESCONTO             VALUE "OD".
               88  VAR-DECIMO-TERCEIRO            VALUE "DT".
           05  VAR-QUANTIDADE         PIC 9(003)V99.
           05  VAR-VALOR              PIC 9(008)V99.
           05  VAR-DESCRICAO          PIC X(020).
