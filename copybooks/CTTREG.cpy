      *=================================================================
      *==  COPYBOOK: CTTREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO REGISTRO DE CONTATOS.DAT, O
      *==            ARQUIVO FILHO DE CLIENTES.DAT COM OS CONTATOS E
      *==            ENDERECOS ADICIONAIS DE CADA CLIENTE (COBRANCA,
      *==            ENTREGA, RESIDENCIAL, COMERCIAL), CHAVE REG-ID +
      *==            SEQUENCIA; MANTIDO PELO ARQ039 (OPCAO 6 DO ARQ008)
      *==  DATA: 30/06/2025
      *==  OBSERVACOES: OS CAMPOS DE CONTATO DO CLIREG CONTINUAM SENDO
      *==               O CADASTRO PRINCIPAL; O FILHO SO COMPLEMENTA.
      *==               CADA TIPO TEM NO MAXIMO 1 ENTRADA PREFERIDA
      *==               (MARCAR UMA DESMARCA A ANTERIOR). A ESCOLHA DA
      *==               ENTRADA USADA PELO CRM, PELAS CARTAS DE COBRANCA
      *==               E PELOS PEDIDOS DO FRETE ESTA NO COPYBOOK CTTPR
      *=================================================================
       01  REG-CONTATOS.
           05  CTT-CHAVE.
               10  CTT-ID             PIC 9(006).
               10  CTT-SEQ            PIC 9(003).
           05  CTT-TIPO               PIC X(001).
               88  CONTATO-COBRANCA            VALUE "1".
               88  CONTATO-ENTREGA             VALUE "2".
               88  CONTATO-RESIDENCIAL         VALUE "3".
               88  CONTATO-COMERCIAL           VALUE "4".
               88  CONTATO-TIPO-VALIDO         VALUE "1" THRU "4".
           05  CTT-NOME               PIC X(020).
           05  CTT-TELEFONE           PIC X(011).
           05  CTT-EMAIL              PIC X(040).
           05  CTT-ENDERECO           PIC X(040).
           05  CTT-CEP                PIC 9(008).
           05  CTT-PREFERIDO          PIC X(001).
               88  CONTATO-PREFERIDO           VALUE "S".
           05  CTT-DATA-ATUALIZACAO   PIC 9(008).
