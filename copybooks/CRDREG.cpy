      *=================================================================
      *==  COPYBOOK: CRDREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE CREDITOS.DAT,
      *==            O SALDO CREDOR DE CADA CLIENTE: O QUE ELE PAGOU A
      *==            MAIS NUMA FATURA FICA AQUI E O PROXIMO LOTE DO
      *==            PROGRAMA08 ABATE DA PROXIMA FATURA DELE
      *==  DATA: 16/05/2025
      *==  OBSERVACOES: INDEXADO PELA CHAVE DO CLIENTE (TIPO + ID, A
      *==               MESMA DE CONREG/FATREG); CLIENTE SEM VINCULO
      *==               (ID ZERADO) NAO TEM CREDITO
      *=================================================================
       01  REG-CREDITO.
           05  CRD-CHAVE-CLI.
               10  CRD-TIPO-CLI        PIC X(001).
               10  CRD-CLI-ID          PIC 9(006).
           05  CRD-NOME                PIC X(030).
           05  CRD-SALDO               PIC 9(008)V99.
           05  CRD-DATA-ULT-MOV        PIC 9(008).
