      *=================================================================
      *==  COPYBOOK: BKPWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: AREA DE PARAMETROS DO MODULO ARQBKP (BACKUP
      *==            GERACIONAL DOS ARQUIVOS DE FATURAMENTO, FRETE,
      *==            VIAGENS E ESCOLA): O PROGRAMA PREENCHE A OPERACAO
      *==            ("B" GRAVAR BACKUP / "R" RESTAURAR), O NOME LOGICO
      *==            DO ARQUIVO (EX "CONTRATOS.DAT"), O CAMINHO FISICO
      *==            DELE E O PROPRIO NOME E CHAMA CALL "ARQBKP" USING
      *==            WRK-BKP-PARM
      *==  DATA: 01/09/2025
      *==  OBSERVACOES: NA GRAVACAO, O MODULO DEVOLVE O CAMINHO DO .BAK
      *==               E A QUANTIDADE DE REGISTROS COPIADOS E ANOTA A
      *==               GERACAO EM BACKUPS_GERAL.CTL (COPYBOOK BKPCAT);
      *==               NA RESTAURACAO, BKP-BACKUP-PATH E O .BAK A
      *==               COPIAR DE VOLTA E BKP-REGISTROS VOLTA COM O
      *==               TOTAL RESTAURADO. BKP-RESULTADO: "0" OK / "1"
      *==               ARQUIVO DE ORIGEM AUSENTE (NADA A COPIAR) / "2"
      *==               FALHA, COM O FILE STATUS EM BKP-FS
      *=================================================================
       01  WRK-BKP-PARM.
           05  BKP-OPERACAO         PIC X(001).
               88  BKP-GRAVAR                  VALUE "B".
               88  BKP-RESTAURAR               VALUE "R".
           05  BKP-ARQUIVO          PIC X(020).
           05  BKP-CAMINHO          PIC X(040).
           05  BKP-PROGRAMA         PIC X(010).
           05  BKP-BACKUP-PATH      PIC X(060).
           05  BKP-REGISTROS        PIC 9(007).
           05  BKP-RESULTADO        PIC X(001).
               88  BKP-OK                      VALUE "0".
               88  BKP-SEM-ARQUIVO             VALUE "1".
               88  BKP-FALHA                   VALUE "2".
           05  BKP-FS               PIC 9(002).
