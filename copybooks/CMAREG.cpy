      *=================================================================
      *==  COPYBOOK: CMAREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE CAMPANHA_ALVOS.DAT, O
      *==            ARQUIVO FILHO DE CAMPANHAS.DAT COM CADA REG-ID
      *==            ALCANCADO PELA CAMPANHA (A EXTRACAO DO ARQ032), O
      *==            SEGMENTO DELE NA DATA DO REGISTRO E O RETORNO:
      *==            RESPOSTA E CONVERSAO, VINDAS DO CRM OU DIGITADAS;
      *==            CHAVE CODIGO DA CAMPANHA + REG-ID; MANTIDO PELO
      *==            ARQ042
      *==  DATA: 09/07/2025
      *==  OBSERVACOES: CONVERSAO SEM RESPOSTA ANTERIOR CONTA TAMBEM
      *==               COMO RESPOSTA (NA MESMA DATA). ORIGEM DO ULTIMO
      *==               RETORNO: "C"-ARQUIVO DO CRM / "O"-OPERADOR
      *=================================================================
       01  REG-CAMPANHA-ALVO.
           05  CMA-CHAVE.
               10  CMA-CODIGO         PIC X(008).
               10  CMA-ID             PIC 9(006).
           05  CMA-SEGMENTO           PIC X(004).
           05  CMA-RESPOSTA           PIC X(001).
               88  ALVO-RESPONDEU              VALUE "S".
           05  CMA-DATA-RESPOSTA      PIC 9(008).
           05  CMA-CONVERSAO          PIC X(001).
               88  ALVO-CONVERTEU              VALUE "S".
           05  CMA-DATA-CONVERSAO     PIC 9(008).
           05  CMA-ORIGEM             PIC X(001).
           05  CMA-OPERADOR           PIC X(008).
