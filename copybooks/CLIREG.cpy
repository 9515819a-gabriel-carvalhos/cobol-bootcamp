      *==               RESPOSTA (ZEROS = NUNCA PERGUNTADO); O ARQ010
      *==               SO EXPORTA QUEM CONSENTIU. ARQUIVOS GRAVADOS
      *==               ANTES DOS CAMPOS PASSAM PELO ARQ030
      *==  27/06/2025 GC: NOVO GRUPO REG-DOCUMENTO NO FIM DO REGISTRO
      *==               (TIPO DE PESSOA "F"/"J" E CPF/CNPJ SO COM OS
      *==               DIGITOS), CHAVE ALTERNADA COM DUPLICATAS (QUEM
      *==               NAO INFORMOU FICA COM ZEROS); O REGISTRO PASSA
      *==               DE 135 PARA 150 BYTES E ARQUIVOS GRAVADOS ANTES
      *==               DO CAMPO PASSAM PELO ARQ038
      *=================================================================
       01  REG-CLIENTES.
           05  REG-ID                 PIC 9(006).
               88  CLIENTE-CONSENTIU           VALUE "S".
               88  CLIENTE-NAO-CONSENTIU       VALUE "N".
           05  REG-DATA-CONSENTIMENTO PIC 9(008).
           05  REG-DOCUMENTO.
               10  REG-TIPO-PESSOA    PIC X(001).
                   88  PESSOA-FISICA           VALUE "F".
                   88  PESSOA-JURIDICA         VALUE "J".
               10  REG-CPF-CNPJ       PIC 9(014).
