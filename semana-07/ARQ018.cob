      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== TRILHA DE AUDITORIA COMPARTILHADA COM OS DEMAIS ARQ0XX
           MOVE WRK-F-ENDERECO TO WRK-HIS-NOV-ENDERECO.
           MOVE WRK-F-DATA-CAD TO WRK-HIS-NOV-DATA-CAD.
           MOVE WRK-F-STATUS   TO WRK-HIS-NOV-STATUS.
      *=== O CONSENTIMENTO E O CPF/CNPJ NAO ENTRAM NA COMPOSICAO DA
      *=== FUSAO (O SOBREVIVENTE MANTEM OS PROPRIOS), ENTAO NAO HA
      *=== DIFERENCA A HISTORIAR NESSES CAMPOS
           MOVE SPACES         TO WRK-HIS-ANT-CONSENT.
           MOVE SPACES         TO WRK-HIS-NOV-CONSENT.
           MOVE SPACES         TO WRK-HIS-ANT-DATA-CONS.
           MOVE SPACES         TO WRK-HIS-NOV-DATA-CONS.
           MOVE SPACES         TO WRK-HIS-ANT-DOCUMENTO.
           MOVE SPACES         TO WRK-HIS-NOV-DOCUMENTO.
           MOVE WRK-ID-SOBREVIVE TO WRK-HIS-ID.
           PERFORM 9060-GRAVAR-HISTORICO.

           END-IF.
           MOVE SPACES TO WRK-HIS-ANT-CONSENT.
           MOVE SPACES TO WRK-HIS-ANT-DATA-CONS.
           MOVE SPACES TO WRK-HIS-ANT-DOCUMENTO.
           MOVE SPACES TO WRK-HIS-DEPOIS.
           MOVE WRK-ID-EXCLUIDO TO WRK-HIS-ID.
           PERFORM 9060-GRAVAR-HISTORICO.
