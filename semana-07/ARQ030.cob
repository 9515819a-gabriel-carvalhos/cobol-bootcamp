      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: UTILITARIO HISTORICO DO CONSENTIMENTO; O FD
      *==               DE CLIENTES-NOVO DEIXA DE COPIAR O CLIREG (QUE
      *==               DEPOIS GANHOU O CPF/CNPJ) E PASSA A DECLARAR O
      *==               LAYOUT DA EPOCA (135), PARA A CONVERSAO
      *==               CONTINUAR FIEL AO QUE ERA - DEPOIS DELA RODA O
      *==               ARQ038
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  REG-ANT-DATA-CAD        PIC 9(008).
           05  REG-ANT-STATUS          PIC X(001).

      *=== LAYOUT DA EPOCA DO CONSENTIMENTO (ANTES DO CPF/CNPJ),
      *=== CONGELADO AQUI DE PROPOSITO
       FD  CLIENTES-NOVO.
       01  REG-CLIENTES.
           05  REG-ID                 PIC 9(006).
           05  REG-NOME               PIC X(020).
           05  REG-TELEFONE           PIC X(011).
           05  REG-EMAIL              PIC X(040).
           05  REG-ENDERECO           PIC X(040).
           05  REG-DATA-CADASTRO      PIC 9(008).
           05  REG-STATUS             PIC X(001).
           05  REG-CONSENTIMENTO      PIC X(001).
           05  REG-DATA-CONSENTIMENTO PIC 9(008).

       FD  CLIENTES-FINAL.
       01  REG-CLIENTES-FINAL.
