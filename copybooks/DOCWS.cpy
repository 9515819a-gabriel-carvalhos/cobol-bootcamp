      *=================================================================
      *==  COPYBOOK: DOCWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DE TRABALHO DA VALIDACAO DO CPF/CNPJ,
      *==            COMPARTILHADA POR ARQ005/ARQ007/ARQ008/ARQ019/
      *==            ARQ021:
      *==            ANTES DE PERFORM 9080-VALIDAR-DOCUMENTO (COPYBOOK
      *==            DOCPR), MOVER O DOCUMENTO DIGITADO (COM OU SEM
      *==            PONTOS, BARRA E HIFEN) PARA WRK-DOC-VALIDAR; O
      *==            RESULTADO VOLTA EM WRK-DOC-VALIDO, COM O TIPO
      *==            ("F"-CPF / "J"-CNPJ) EM WRK-DOC-TIPO E O NUMERO
      *==            ALINHADO A DIREITA EM WRK-DOC-NUMERO, JA NO
      *==            FORMATO DE REG-TIPO-PESSOA/REG-CPF-CNPJ (CLIREG).
      *==            PARA MOSTRAR, MOVER TIPO E NUMERO PARA OS MESMOS
      *==            CAMPOS E PERFORM 9088-EDITAR-DOCUMENTO; A MASCARA
      *==            VOLTA EM WRK-DOC-EDITADO
      *==  DATA: 27/06/2025
      *==  OBSERVACOES: 11 DIGITOS E CPF, 14 E CNPJ; OS 2 DIGITOS
      *==               VERIFICADORES SAO O MODULO 11 DA RECEITA (CPF
      *==               PESOS 2 A 11, CNPJ PESOS 2 A 9 REPETIDOS, A
      *==               PARTIR DA DIREITA; RESTO 0 OU 1 = DIGITO 0).
      *==               NUMERO COM TODOS OS DIGITOS IGUAIS PASSA NA
      *==               CONTA MAS NAO EXISTE, E E RECUSADO
      *=================================================================
       77  WRK-DOC-VALIDAR       PIC X(020) VALUE SPACES.
       77  WRK-DOC-VALIDO        PIC X(001) VALUE "N".
           88  DOCUMENTO-VALIDO             VALUE "S".
       77  WRK-DOC-TIPO          PIC X(001) VALUE SPACES.
       01  WRK-DOC-NUMERO        PIC 9(014) VALUE ZEROS.
       01  WRK-DOC-NUMERO-R REDEFINES WRK-DOC-NUMERO.
           05  WRK-DOC-DIG       PIC 9(001) OCCURS 14 TIMES.
       01  WRK-DOC-DIGITOS       PIC X(014) VALUE SPACES.
       01  WRK-DOC-DIGITOS-CPF REDEFINES WRK-DOC-DIGITOS.
           05  WRK-DOC-CPF       PIC 9(011).
           05  FILLER            PIC X(003).
       01  WRK-DOC-DIGITOS-CNPJ REDEFINES WRK-DOC-DIGITOS.
           05  WRK-DOC-CNPJ      PIC 9(014).
       77  WRK-DOC-EDITADO       PIC X(018) VALUE SPACES.
       77  WRK-DOC-POS           PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-QTD           PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-IGUAIS        PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-LIXO          PIC X(001) VALUE "N".
       77  WRK-DOC-INI           PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-FIM           PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-PESO          PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-PESO-MAX      PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-SOMA          PIC 9(005) VALUE ZEROS.
       77  WRK-DOC-QUOCIENTE     PIC 9(005) VALUE ZEROS.
       77  WRK-DOC-RESTO         PIC 9(002) VALUE ZEROS.
       77  WRK-DOC-DV            PIC 9(001) VALUE ZEROS.
