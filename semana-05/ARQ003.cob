      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO;
      *==               O REGISTRO DO SORT PASSA A 150 POSICOES
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== ARQUIVO DE SAIDA COM O RELATORIO IMPRESSO DE CLIENTES
       SD  ORDENACAO.
       01  REG-ORDENACAO.
           05  SRT-CHAVE            PIC X(020).
           05  SRT-REGISTRO         PIC X(150).

       WORKING-STORAGE       SECTION.
       01  WRK-CLIENTES.
