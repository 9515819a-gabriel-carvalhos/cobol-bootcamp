      *=================================================================
      *==  COPYBOOK: LCRREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE LIMITE_CREDITO.DAT, 1
      *==            REGISTRO POR CLIENTE DE CLIENTES.DAT (CHAVE REG-ID)
      *==            COM O LIMITE DE CREDITO, O BLOQUEIO DE CREDITO E A
      *==            FOTO DA ULTIMA AVALIACAO NOTURNA DO CONTAS A
      *==            RECEBER; MANTIDO PELO FATCRED, CONSULTADO PELO
      *==            MODULO FATLIMC
      *==  DATA: 12/07/2025
      *==  OBSERVACOES: LIMITE ZERO = VALE O LIMITE PADRAO DO
      *==               CREDITO.CTL. O BLOQUEIO AUTOMATICO ("A") E
      *==               LIGADO E DESLIGADO SO PELA AVALIACAO DO FATCRED;
      *==               O MANUAL ("M") SO PELO SUPERVISOR NO FATCRED.
      *==               CLIENTE SEM REGISTRO = LIMITE PADRAO E SEM
      *==               BLOQUEIO
      *=================================================================
       01  REG-LIMITE-CREDITO.
           05  LCR-ID                 PIC 9(006).
           05  LCR-LIMITE             PIC 9(008)V99.
           05  LCR-DATA-LIMITE        PIC 9(008).
           05  LCR-OPERADOR-LIMITE    PIC X(008).
           05  LCR-BLOQUEIO           PIC X(001).
               88  CREDITO-LIVRE               VALUE "N" " ".
               88  CREDITO-BLOQUEADO           VALUE "S".
           05  LCR-MOTIVO-BLOQUEIO    PIC X(001).
               88  BLOQUEIO-AUTOMATICO         VALUE "A".
               88  BLOQUEIO-MANUAL             VALUE "M".
           05  LCR-DATA-BLOQUEIO      PIC 9(008).
           05  LCR-SALDO-ABERTO       PIC 9(008)V99.
           05  LCR-SALDO-VENCIDO      PIC 9(008)V99.
           05  LCR-DIAS-ATRASO        PIC 9(004).
           05  LCR-DATA-AVALIACAO     PIC 9(008).
