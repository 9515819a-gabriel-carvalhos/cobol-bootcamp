      *==               (COM O RETURN-CODE) NO LOG CENTRAL
      *==               EXECUCAO.LOG, PELO MODULO ARQEXEC (COPYBOOK
      *==               EXECWS); O ARQ033 RELATA AS DURACOES
      *==  27/06/2025 GC: CLIENTES.DAT GANHA O CPF/CNPJ (CLIREG) COM
      *==               CHAVE ALTERNADA POR REG-CPF-CNPJ (COM
      *==               DUPLICATAS); O SELECT DAQUI ACOMPANHA PARA A
      *==               ESTRUTURA DE CHAVES BATER COM O ARQUIVO FISICO.
      *==               A CARGA GRAVA REGISTRO NOVO SEM DOCUMENTO (O
      *==               CPF/CNPJ E COLHIDO NO BALCAO, ARQ007/ARQ008) E
      *==               OS LAYOUTS PLANOS DE BACKUP, REGIONAL E
      *==               TRIMESTRAL PASSAM A 150 POSICOES
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

      *=== ARQUIVO DO LOTE DO DIA, NOME DATADO MONTADO EM TEMPO DE
      *=== LAYOUT PLANO, DO TAMANHO DE REG-CLIENTES (CLIREG.cpy), USADO
      *=== SO PARA GRAVAR A COPIA DE BACKUP LINHA A LINHA
       FD  BACKUP.
       01  REG-BACKUP           PIC X(150).

      *=== REGISTRO ORIGINAL (37) + " - " + MOTIVO (030)
       FD  REJEITADOS.
      *=== LAYOUT PLANO, DO TAMANHO DE REG-CLIENTES (CLIREG.cpy), USADO
      *=== SO PARA GRAVAR O EXTRATO REGIONAL LINHA A LINHA
       FD  REGIONAL.
       01  REG-REGIONAL          PIC X(150).

      *=== LAYOUT PLANO, DO TAMANHO DE REG-CLIENTES (CLIREG.cpy), USADO
      *=== SO PARA GRAVAR O EXTRATO TRIMESTRAL LINHA A LINHA
       FD  TRIMESTRAL.
       01  REG-TRIMESTRAL        PIC X(150).

      *=== 1 LINHA POR BACKUP GRAVADO: DATA + HORA + CAMINHO DO .BAK
       FD  BACKCTL.
                       MOVE "A"                  TO REG-STATUS
                       MOVE "N"                  TO REG-CONSENTIMENTO
                       MOVE ZEROS          TO REG-DATA-CONSENTIMENTO
                       MOVE SPACES               TO REG-TIPO-PESSOA
                       MOVE ZEROS                TO REG-CPF-CNPJ
                       WRITE REG-CLIENTES

                       IF FS-CLIENTES EQUAL 00
               MOVE "A"                  TO REG-STATUS
               MOVE "N"                  TO REG-CONSENTIMENTO
               MOVE ZEROS                TO REG-DATA-CONSENTIMENTO
               MOVE SPACES               TO REG-TIPO-PESSOA
               MOVE ZEROS                TO REG-CPF-CNPJ
               WRITE REG-CLIENTES
           ELSE
               MOVE "ALTERACAO"          TO WRK-OPERACAO-LOG
           MOVE REG-CONSENTIMENTO TO WRK-HIS-ANT-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-ANT-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-ANT-DOCUMENTO.

      *=== GRAVA EM CLIENTES.HIS 1 LINHA POR CAMPO QUE A ATUALIZACAO
      *=== INCREMENTAL MUDOU (VER COPYBOOKS HISTWS/HISTPR)
           MOVE REG-CONSENTIMENTO TO WRK-HIS-NOV-CONSENT.
           MOVE REG-DATA-CONSENTIMENTO
                                  TO WRK-HIS-NOV-DATA-CONS.
           MOVE REG-DOCUMENTO     TO WRK-HIS-NOV-DOCUMENTO.
           MOVE REG-ID            TO WRK-HIS-ID.
           MOVE "ARQ004"          TO WRK-HIS-PROGRAMA.
           MOVE WRK-OPERACAO-LOG  TO WRK-HIS-OPERACAO.
