      *=================================================================
      *==  COPYBOOK: CBHREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            COBRANCA_HIST.DAT - O HISTORICO DAS CARTAS DE
      *==            COBRANCA DO FATCOBR: 1 REGISTRO POR FATURA LISTADA
      *==            EM CADA CARTA, COM O ESTAGIO DA CARTA (1-LEMBRETE
      *==            / 2-SEGUNDO AVISO / 3-AVISO FINAL ANTES DO
      *==            PROTESTO), O NUMERO DELA E PARA QUEM FOI
      *==  DATA: 30/05/2025
      *==  OBSERVACOES: INDEXADO POR CBH-CHAVE (FATURA + ESTAGIO), COM
      *==               CHAVE ALTERNADA PELA CHAVE DO CLIENTE (COM
      *==               DUPLICATAS). A FATURA QUE JA TEM REGISTRO NO
      *==               ESTAGIO DELA (OU ACIMA) NAO GERA CARTA DE NOVO.
      *==               SALDO E ENCARGOS SAO OS DA DATA DA CARTA
      *=================================================================
       01  REG-COBHIST.
           05  CBH-CHAVE.
               10  CBH-FATURA          PIC 9(006).
               10  CBH-ESTAGIO         PIC 9(001).
                   88  CARTA-LEMBRETE          VALUE 1.
                   88  CARTA-SEGUNDO-AVISO     VALUE 2.
                   88  CARTA-AVISO-FINAL       VALUE 3.
           05  CBH-CHAVE-CLI.
               10  CBH-TIPO-CLI        PIC X(001).
               10  CBH-CLI-ID          PIC 9(006).
           05  CBH-CLIENTE             PIC X(030).
           05  CBH-CARTA               PIC 9(006).
           05  CBH-DATA                PIC 9(008).
           05  CBH-DIAS-ATRASO         PIC 9(005).
           05  CBH-SALDO               PIC 9(008)V99.
           05  CBH-ENCARGOS            PIC 9(008)V99.
           05  CBH-CANAL               PIC X(001).
               88  CARTA-SO-IMPRESSA           VALUE "I".
               88  CARTA-COM-EMAIL             VALUE "E".
