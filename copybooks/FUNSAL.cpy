      *=================================================================
      *==  COPYBOOK: FUNSAL
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE FUNCIONARIOS_SAL.LOG, O
      *==            HISTORICO DE SALARIO BASE DOS FUNCIONARIOS (SO
      *==            CRESCE): 1 LINHA NA ADMISSAO OU NA CARGA INICIAL E
      *==            1 LINHA POR REAJUSTE, COM O SALARIO ANTERIOR, O
      *==            NOVO, O MOTIVO E QUEM FEZ - PARA QUALQUER AUMENTO
      *==            SER RASTREAVEL
      *==  DATA: 20/08/2025
      *==  OBSERVACOES: FSL-EVENTO: "A"-ADMISSAO (ANTERIOR ZERADO) /
      *==               "C"-CARGA INICIAL DO CADASTRO.DAT (FUNCONV) /
      *==               "R"-REAJUSTE (FUNMANU)
      *=================================================================
       01  REG-FUNSAL.
           05  FSL-DATA               PIC 9(008).
           05  FSL-SEP-1              PIC X(001).
           05  FSL-HORA               PIC 9(008).
           05  FSL-SEP-2              PIC X(001).
           05  FSL-MATRICULA          PIC 9(006).
           05  FSL-SEP-3              PIC X(001).
           05  FSL-EVENTO             PIC X(001).
           05  FSL-SEP-4              PIC X(001).
           05  FSL-SALARIO-ANTERIOR   PIC 9(008)V99.
           05  FSL-SEP-5              PIC X(001).
           05  FSL-SALARIO-NOVO       PIC 9(008)V99.
           05  FSL-SEP-6              PIC X(001).
           05  FSL-VIGENCIA           PIC 9(008).
           05  FSL-SEP-7              PIC X(001).
           05  FSL-PROGRAMA           PIC X(008).
           05  FSL-SEP-8              PIC X(001).
           05  FSL-OPERADOR           PIC X(008).
           05  FSL-SEP-9              PIC X(001).
           05  FSL-MOTIVO             PIC X(040).
