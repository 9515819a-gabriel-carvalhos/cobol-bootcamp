      *=================================================================
      *==  COPYBOOK: BKPCAT
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE BACKUPS_GERAL.CTL, O CATALOGO
      *==            DOS BACKUPS GERACIONAIS GRAVADOS PELO MODULO
      *==            ARQBKP: 1 LINHA POR GERACAO COM DATA, HORA, NOME
      *==            LOGICO DO ARQUIVO, REGISTROS COPIADOS, PROGRAMA
      *==            DE ORIGEM, CAMINHO DO ARQUIVO VIVO E DO .BAK
      *==  DATA: 01/09/2025
      *==  OBSERVACOES: SO CRESCE NO ARQBKP; LISTAGEM, RESTAURACAO E
      *==               EXPURGO SAO DO UTILITARIO ARQ043. O CATALOGO DE
      *==               CLIENTES.DAT CONTINUA SENDO O BACKUPS.CTL
      *==               (ARQ004/ARQ013)
      *=================================================================
       01  REG-BKPCAT.
           05  BKC-DATA             PIC 9(008).
           05  BKC-SEP-1            PIC X(001).
           05  BKC-HORA             PIC 9(008).
           05  BKC-SEP-2            PIC X(001).
           05  BKC-ARQUIVO          PIC X(020).
           05  BKC-SEP-3            PIC X(001).
           05  BKC-REGISTROS        PIC 9(007).
           05  BKC-SEP-4            PIC X(001).
           05  BKC-PROGRAMA         PIC X(010).
           05  BKC-SEP-5            PIC X(001).
           05  BKC-CAMINHO          PIC X(040).
           05  BKC-SEP-6            PIC X(001).
           05  BKC-BACKUP-PATH      PIC X(060).
