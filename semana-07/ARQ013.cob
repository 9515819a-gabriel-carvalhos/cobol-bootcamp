      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO;
      *==               A COPIA PLANA DE BACKUP PASSA A 150 POSICOES
      *==               E BACKUP SEM O CPF/CNPJ E RECUSADO NA
      *==               RESTAURACAO (CONVERTER NUMA COPIA PELO ARQ038)
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.

      *=== COPIA PLANA DE REG-CLIENTES (CLIREG.cpy), LINHA A LINHA
       FD  BACKUP.
       01  REG-BACKUP           PIC X(150).

       FD  CLIENTES.
           COPY "CLIREG.cpy".
      *=== BACKUP DE ERA ANTERIOR (ID DE 4 DIGITOS OU SEM OS CAMPOS
      *=== DO FIM DO CLIREG) ENTRARIA DESALINHADO DIRETO NO INDEXADO,
      *=== ENTAO A RESTAURACAO E RECUSADA COM A BASE VIVA INTOCADA -
      *=== RESTAURE NUMA COPIA E PASSE PELO ARQ017/ARQ029/ARQ030/
      *=== ARQ038 CONFORME A ERA DO BACKUP
           READ BACKUP.
           IF FS-BACKUP EQUAL 00
              AND (REG-BACKUP(1:6) NOT NUMERIC
                   OR REG-BACKUP(128:8) NOT NUMERIC
                   OR REG-BACKUP(137:14) NOT NUMERIC)
               CLOSE BACKUP
               MOVE "BACKUP EM LAYOUT ANTIGO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
