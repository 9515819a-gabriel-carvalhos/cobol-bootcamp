      *=================================================================
      *==  COPYBOOK: FATREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            CONTAS_RECEBER.DAT (1 REGISTRO POR FATURA EMITIDA
      *==            PELO LOTE DO PROGRAMA08), USADO NO FD DE TODOS OS
      *==            PROGRAMAS QUE ABREM ESSE ARQUIVO
      *==  DATA: 12/05/2025
      *==  OBSERVACOES: NUMERO + CLIENTE + VALOR + EMISSAO + VENCIMENTO
      *==               + STATUS ("A"-ABERTA / "L"-LIQUIDADA) + DATA E
      *==               VALOR DO PAGAMENTO; NO FIM, A CHAVE DO CLIENTE
      *==               (TIPO + ID, VER COPYBOOK CONREG), COPIADA DO
      *==               CONTRATO NA EMISSAO. ARQUIVOS GRAVADOS ANTES DA
      *==               CHAVE PASSAM PELO CLIVINC
      *==  ALTERACOES
      *==  14/05/2025 GC: CONTAS_RECEBER.DAT PASSA A SER INDEXADO POR
      *==               FAT-NUMERO, COM CHAVE ALTERNADA EM FAT-CHAVE-CLI
      *==               (COM DUPLICATAS); O LAYOUT NAO MUDA, SO A
      *==               ORGANIZACAO DO ARQUIVO (CONVERSAO PELO FATINDX)
      *==  16/05/2025 GC: PAGAMENTO PARCIAL: NOVO STATUS "P"-PARCIAL E
      *==               NOVOS CAMPOS NO FIM DO REGISTRO - O SALDO EM
      *==               ABERTO (O QUE FALTA DO VALOR ORIGINAL) E A
      *==               QUANTIDADE DE LINHAS DE PAGAMENTO JA LANCADAS EM
      *==               FAT_PAGAMENTOS.DAT (COPYBOOK PGTREG);
      *==               FAT-DATA-PGTO PASSA A SER A DATA DO ULTIMO
      *==               PAGAMENTO E FAT-VALOR-PAGO O TOTAL RECEBIDO
      *==               (COM ENCARGOS). ARQUIVOS GRAVADOS ANTES DOS
      *==               CAMPOS PASSAM PELO FATSALD
      *==  21/05/2025 GC: NOVO STATUS "R"-RENEGOCIADA: A FATURA VENCIDA
      *==               QUE ENTROU NUM ACORDO DE PARCELAMENTO
      *==               (FATRENEG, ACORDOS.DAT) FICA COM SALDO ZERO - A
      *==               DIVIDA PASSA PARA AS PARCELAS, QUE SAO FATURAS
      *==               NOVAS NESTE MESMO ARQUIVO. O LAYOUT NAO MUDA
      *==  23/05/2025 GC: NOVO STATUS "C"-CANCELADA: FATURA CANCELADA
      *==               POR NOTA DE CREDITO (FATNOTA), COM SALDO ZERO; O
      *==               CREDITO PARCIAL SO REDUZ O SALDO. O LAYOUT NAO
      *==               MUDA
      *==  28/05/2025 GC: "C"-CANCELADA TAMBEM PARA A FATURA CANCELADA
      *==               NA ANULACAO DO LOTE (PROGRAMA08 MODO 3). O
      *==               LAYOUT NAO MUDA
      *==  06/06/2025 GC: NFS-E: NOVOS CAMPOS NO FIM DO REGISTRO - O
      *==               NUMERO DO RPS QUE O LOTE DO PROGRAMA08 MANDOU
      *==               PARA A PREFEITURA (ZERO = SEM RPS) E O NUMERO,
      *==               A DATA E O CODIGO DE VERIFICACAO DA NFS-E QUE A
      *==               PREFEITURA DEVOLVEU PARA ELE (GRAVADOS PELO
      *==               FATNFSE). ARQUIVOS GRAVADOS ANTES DOS CAMPOS
      *==               PASSAM PELO FATNFCV
      *==  09/06/2025 GC: BOLETO: NOVOS CAMPOS NO FIM DO REGISTRO - O
      *==               NOSSO NUMERO DO BANCO E O DIGITO DELE (ZERO =
      *==               AINDA SEM NOSSO NUMERO; A REMESSA DO PROGRAMA13
      *==               ATRIBUI ANTES DE MANDAR O TITULO). ARQUIVOS
      *==               GRAVADOS ANTES DOS CAMPOS PASSAM PELO FATBLCV
      *==  18/06/2025 GC: MOEDA ESTRANGEIRA: NOVOS CAMPOS NO FIM DO
      *==               REGISTRO - A MOEDA DO CONTRATO, O VALOR DA
      *==               FATURA NESSA MOEDA E A COTACAO DO DIA USADA NA
      *==               CONVERSAO PELO LOTE DO PROGRAMA08 (EM BRANCO/
      *==               ZERO = FATURA EM REAL). FAT-VALOR E O SALDO
      *==               CONTINUAM EM REAL, NA COTACAO DA EMISSAO; A
      *==               DIFERENCA PARA A COTACAO DO PAGAMENTO E A
      *==               VARIACAO CAMBIAL DA BAIXA NO PROGRAMA12.
      *==               ARQUIVOS GRAVADOS ANTES DOS CAMPOS PASSAM PELO
      *==               FATMOCV
      *=================================================================
       01  REG-RECEBER.
           05  FAT-NUMERO              PIC 9(006).
           05  FAT-CLIENTE             PIC X(030).
           05  FAT-VALOR               PIC 9(008)V99.
           05  FAT-EMISSAO             PIC 9(008).
           05  FAT-VENCIMENTO          PIC 9(008).
           05  FAT-STATUS              PIC X(001).
               88  FATURA-ABERTA               VALUE "A".
               88  FATURA-LIQUIDADA            VALUE "L".
               88  FATURA-PARCIAL              VALUE "P".
               88  FATURA-RENEGOCIADA          VALUE "R".
               88  FATURA-CANCELADA            VALUE "C".
           05  FAT-DATA-PGTO           PIC 9(008).
           05  FAT-VALOR-PAGO          PIC 9(008)V99.
           05  FAT-CHAVE-CLI.
               10  FAT-TIPO-CLI        PIC X(001).
               10  FAT-CLI-ID          PIC 9(006).
           05  FAT-SALDO               PIC 9(008)V99.
           05  FAT-QTD-PGTOS           PIC 9(003).
           05  FAT-RPS-NUMERO          PIC 9(008).
           05  FAT-NFSE-NUMERO         PIC 9(015).
           05  FAT-NFSE-DATA           PIC 9(008).
           05  FAT-NFSE-VERIFICACAO    PIC X(009).
           05  FAT-NOSSO-NUMERO        PIC 9(011).
           05  FAT-NOSSO-DV            PIC 9(001).
           05  FAT-MOEDA               PIC X(003).
               88  FATURA-EM-REAL              VALUE "BRL" "   ".
           05  FAT-VALOR-MOEDA         PIC 9(008)V99.
           05  FAT-COTACAO             PIC 9(002)V99.
