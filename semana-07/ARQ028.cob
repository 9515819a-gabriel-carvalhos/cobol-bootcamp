      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: A COPIA PLANA PASSA A 150 POSICOES, COM O
      *==               CPF/CNPJ DO CLIREG NO FIM; GERACOES ANTERIORES
      *==               LEEM COM O DOCUMENTO EM BRANCO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.

      *=== COPIA PLANA DE REG-CLIENTES, LINHA A LINHA
       FD  BACKUP.
       01  REG-BACKUP           PIC X(150).

       WORKING-STORAGE       SECTION.
       77  FS-BACKCTL           PIC 9(002) VALUE ZEROS.
