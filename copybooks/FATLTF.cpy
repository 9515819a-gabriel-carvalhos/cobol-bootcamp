      *=================================================================
      *==  COPYBOOK: FATLTF
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            FATLOTE_FATURAS.DAT: 1 LINHA POR FATURA GERADA
      *==            PELO MODO LOTE DO PROGRAMA08, COM A COMPETENCIA DA
      *==            EXECUCAO, O NUMERO DA FATURA E O CONTRATO DE ORIGEM
      *==            COMO ESTAVA ANTES DELA (DATA FATURADA E STATUS),
      *==            PARA A ANULACAO DO LOTE CANCELAR AS FATURAS CERTAS
      *==            E DEVOLVER O CONTRATO AO PONTO ANTERIOR
      *==  DATA: 28/05/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, SO CRESCE (OPEN EXTEND). UM
      *==               NUMERO PULADO PELO LOTE (FATNUM.CTL ATRASADO)
      *==               NAO ENTRA AQUI - A FATURA DELE NAO E DO LOTE
      *==  ALTERACOES
      *==  04/06/2025 GC: VALOR LIQUIDO E IMPOSTO DA FATURA NO FIM DA
      *==               LINHA (LIQUIDO + IMPOSTO = FAT-VALOR), PARA A
      *==               EXPORTACAO CONTABIL (FATCONT) SEPARAR RECEITA E
      *==               IMPOSTO. LINHA GRAVADA ANTES DISSO TEM O FIM EM
      *==               BRANCO (NAO NUMERICO)
      *=================================================================
       01  REG-LOTEFAT.
           05  LTF-COMPETENCIA         PIC 9(006).
           05  LTF-NUMERO              PIC 9(006).
           05  LTF-CHAVE-CLI.
               10  LTF-TIPO-CLI        PIC X(001).
               10  LTF-CLI-ID          PIC 9(006).
           05  LTF-CLIENTE             PIC X(030).
           05  LTF-FATURADO-ANTES      PIC 9(008).
           05  LTF-STATUS-ANTES        PIC X(001).
           05  LTF-VALOR-LIQUIDO       PIC 9(008)V99.
           05  LTF-VALOR-IMPOSTO       PIC 9(008)V99.
