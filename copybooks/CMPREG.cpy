      *=================================================================
      *==  COPYBOOK: CMPREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE CAMPANHAS.DAT, 1 REGISTRO
      *==            POR CAMPANHA DE MARKETING (CODIGO, DATA, OS
      *==            SEGMENTOS DO ARQ031 QUE ELA MIROU E O PRAZO EM
      *==            DIAS PARA CONTAR CONTRATO NOVO COMO RESULTADO),
      *==            CHAVE PELO CODIGO; MANTIDO PELO ARQ042
      *==  DATA: 09/07/2025
      *==  OBSERVACOES: OS CLIENTES ALCANCADOS, COM A RESPOSTA E A
      *==               CONVERSAO DE CADA UM, FICAM NO ARQUIVO FILHO
      *==               CAMPANHA_ALVOS.DAT (COPYBOOK CMAREG). SEGMENTO
      *==               EM BRANCO = POSICAO SEM USO. CAMPANHA SEM
      *==               VINCULO COM O FATURAMENTO ("N") NAO TEM PRAZO
      *=================================================================
       01  REG-CAMPANHA.
           05  CMP-CODIGO             PIC X(008).
           05  CMP-DESCRICAO          PIC X(040).
           05  CMP-DATA               PIC 9(008).
           05  CMP-SEGMENTO           PIC X(004) OCCURS 5 TIMES.
           05  CMP-FATURAMENTO        PIC X(001).
               88  CAMPANHA-FATURAMENTO        VALUE "S".
           05  CMP-DIAS-CONVERSAO     PIC 9(003).
           05  CMP-QTD-ALCANCADOS     PIC 9(006).
           05  CMP-OPERADOR           PIC X(008).
           05  CMP-DATA-CADASTRO      PIC 9(008).
