      *=================================================================
      *==  COPYBOOK: FATNFR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DO ARQUIVO DE RETORNO DA PREFEITURA
      *==            NFSE_RETORNO.TXT: 1 LINHA POR RPS CONVERTIDO, COM
      *==            A SERIE E O NUMERO DO RPS E O NUMERO, A DATA E O
      *==            CODIGO DE VERIFICACAO DA NFS-E GERADA PARA ELE
      *==  DATA: 06/06/2025
      *==  OBSERVACOES: LINE SEQUENTIAL, LARGURA FIXA DE 45 POSICOES,
      *==               LIDO PELO FATNFSE (MODO 2)
      *=================================================================
       01  REG-NFSERET.
           05  NFR-SERIE               PIC X(005).
           05  NFR-RPS-NUMERO          PIC 9(008).
           05  NFR-NFSE-NUMERO         PIC 9(015).
           05  NFR-DATA-EMISSAO        PIC 9(008).
           05  NFR-VERIFICACAO         PIC X(009).
