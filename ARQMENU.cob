      *==               CLIENTES, ENCOLHIMENTO DO FEED E MOVIMENTO
      *==               ZERADO), QUE GRAVA AS VIOLACOES EM ALERTAS.TXT
      *==               PARA O ARQ015 IMPRIMIR NO TOPO DO RESUMO
      *==  12/07/2025 GC: A CADEIA GANHA O PASSO 7 - FATCRED (AVALIACAO
      *==               DO CREDITO: BLOQUEIA O CLIENTE COM ATRASO ACIMA
      *==               DO CREDITO.CTL E LIBERA QUEM PAGOU O VENCIDO)
      *==  29/08/2025 GC: A LINHA DO ACESSOS.LOG GANHA NO FIM O MENU DE
      *==               ORIGEM ("ARQMENU"), JA QUE O MENU GERAL DOS
      *==               SISTEMAS (SISMENU) TAMBEM ANOTA RECUSAS NELE
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  OPE-NOME             PIC X(020).
           05  OPE-PERFIL           PIC X(001).

      *=== DATA + HORA + OPERADOR + OPCAO RECUSADA + MENU DE ORIGEM
       FD  ACESSOS.
       01  REG-ACESSO.
           05  ACS-DATA             PIC 9(008).
           05  ACS-OPERADOR         PIC X(008).
           05  ACS-SEP-3            PIC X(001).
           05  ACS-OPCAO            PIC 9(002).
           05  ACS-SEP-4            PIC X(001).
           05  ACS-PROGRAMA         PIC X(007).

       WORKING-STORAGE       SECTION.
       77  FS-OPERCTL           PIC 9(002) VALUE ZEROS.
           IF FS-ACESSOS EQUAL 35
               OPEN OUTPUT ACESSOS
           END-IF.
           MOVE SPACE TO ACS-SEP-1 ACS-SEP-2 ACS-SEP-3 ACS-SEP-4.
           ACCEPT ACS-DATA FROM DATE YYYYMMDD.
           ACCEPT ACS-HORA FROM TIME.
           MOVE WRK-SESSAO-OPERADOR TO ACS-OPERADOR.
           MOVE WRK-OPCAO           TO ACS-OPCAO.
           MOVE "ARQMENU"           TO ACS-PROGRAMA.
           WRITE REG-ACESSO.
           CLOSE ACESSOS.

           PERFORM 0246-CONSULTAR-AGENDA.
           IF NOT PASSO-AGENDADO
               DISPLAY "PASSO ARQ034 FORA DA AGENDA DE HOJE - PULADO"
               PERFORM 0250-CADEIA-CREDITO
           ELSE
               PERFORM 0239-RODAR-ALERTAS
           END-IF.
           PERFORM 0248-GRAVAR-CHECKPOINT.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY "CADEIA NOTURNA PAROU NOS ALERTAS (ARQ034)"
               PERFORM 0240-CADEIA-ENCERRAR
           ELSE
               PERFORM 0250-CADEIA-CREDITO
           END-IF.

       0250-CADEIA-CREDITO   SECTION.
           MOVE "FATCRED" TO WRK-PASSO-NOME.
           PERFORM 0246-CONSULTAR-AGENDA.
           IF NOT PASSO-AGENDADO
               DISPLAY "PASSO FATCRED FORA DA AGENDA DE HOJE - PULADO"
               DISPLAY "==== CADEIA NOTURNA CONCLUIDA ===="
               MOVE "FIM    " TO WRK-CKP-PASSO
               MOVE 0 TO RETURN-CODE
               PERFORM 0248-GRAVAR-CHECKPOINT
               PERFORM 0240-CADEIA-ENCERRAR
           ELSE
               PERFORM 0252-RODAR-CREDITO
           END-IF.

       0252-RODAR-CREDITO    SECTION.
           DISPLAY "==== CADEIA NOTURNA - PASSO 7: FATCRED ====".
           MOVE 0 TO RETURN-CODE.
           CALL "FATCRED".
           MOVE "FATCRED" TO WRK-CKP-PASSO.
           PERFORM 0248-GRAVAR-CHECKPOINT.
           IF RETURN-CODE NOT EQUAL 0
               DISPLAY "CADEIA NOTURNA PAROU NA AVALIACAO DE CREDITO "
                       "(FATCRED)"
           ELSE
               DISPLAY "==== CADEIA NOTURNA CONCLUIDA SEM ERROS ===="
               MOVE "FIM    " TO WRK-CKP-PASSO
                       PERFORM 0235-CADEIA-VERIFICACAO
                   WHEN "ARQ034"
                       PERFORM 0238-CADEIA-ALERTAS
                   WHEN "FATCRED"
                       PERFORM 0250-CADEIA-CREDITO
                   WHEN OTHER
                       DISPLAY "PASSO DESCONHECIDO NO CHECKPOINT - "
                               "RETOMADA RECUSADA"
               WHEN 11
                   DISPLAY "RODARIA A CADEIA NOTURNA COMPLETA:"
                   DISPLAY "  ARQ000 -> ARQ004 -> ARQ009 -> ARQ010"
                           " -> ARQ025 -> ARQ034 -> FATCRED"
                   DISPLAY "  (VEJA AS OPCOES 4, 9 E 10 PARA OS "
                           "ARQUIVOS DE CADA PASSO)"
                   DISPLAY "  CADLOCK.CTL.... TRAVA DE USO OBTIDA NO "
