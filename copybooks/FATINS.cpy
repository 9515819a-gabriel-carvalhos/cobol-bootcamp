      *=================================================================
      *==  COPYBOOK: FATINS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            INSTRUCAO_BANCO.TXT, A FILA DE INSTRUCOES PARA O
      *==            BANCO SOBRE TITULOS JA REGISTRADOS NA COBRANCA:
      *==            O FATNOTA GRAVA 1 LINHA POR NOTA DE CREDITO EM
      *==            FATURA QUE JA FOI EM REMESSA ("02"-PEDIDO DE
      *==            BAIXA, QUANDO A FATURA E CANCELADA, OU
      *==            "04"-ABATIMENTO, NO CREDITO PARCIAL) E O
      *==            PROGRAMA13 MANDA A FILA NA REMESSA SEGUINTE
      *==  DATA: 23/05/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, ABERTO EM EXTEND PELO FATNOTA;
      *==               O PROGRAMA13 ESVAZIA A FILA DEPOIS DE GRAVAR AS
      *==               INSTRUCOES NA REMESSA (REGISTRO TIPO 2)
      *=================================================================
       01  REG-INSTRUCAO.
           05  INS-NUMERO              PIC 9(006).
           05  INS-CODIGO              PIC X(002).
               88  INSTRUCAO-BAIXA             VALUE "02".
               88  INSTRUCAO-ABATIMENTO        VALUE "04".
           05  INS-VALOR               PIC 9(008)V99.
           05  INS-DATA                PIC 9(008).
           05  INS-NOTA                PIC 9(006).
           05  INS-OPERADOR            PIC X(008).
