      *=================================================================
      *==  COPYBOOK: PEDLOG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT DA LINHA DE PEDIDOS_STATUS.LOG, A TRILHA DAS
      *==            MARCACOES DO PEDSTAT (SO CRESCE): 1 LINHA POR
      *==            EMBARQUE ("E"), ENTREGA ("D") OU CANCELAMENTO
      *==            ("X") MARCADO NUM PEDIDO DO FRETE, COM A
      *==            TRANSPORTADORA E A UF DO PEDIDO NA HORA - O
      *==            REGISTRO DO PEDIDO SO GUARDA A DATA DA ULTIMA
      *==            MUDANCA, E O DESEMPENHO DAS TRANSPORTADORAS
      *==            (FRETDES) PRECISA DA DATA DO EMBARQUE E DA
      *==            ENTREGA
      *==  DATA: 23/07/2025
      *==  OBSERVACOES: PLG-ARQUIVO: "10"-PEDIDOS10 / "11"-PEDIDOS11;
      *==               PLG-STATUS-ANT E O STATUS ANTES DA MARCACAO
      *==               (BRANCO DE REGISTRO ANTIGO = PENDENTE)
      *==  ALTERACOES
      *==  25/07/2025 GC: NOVO CAMPO PLG-PREVISTA NO FIM DA LINHA, A
      *==               DATA PROMETIDA DE ENTREGA GRAVADA NO PEDIDO NA
      *==               HORA DA MARCACAO (ZEROS SE NAO HAVIA PRAZO;
      *==               BRANCO NAS LINHAS ANTIGAS)
      *=================================================================
       01  REG-PEDIDO-LOG.
           05  PLG-DATA               PIC 9(008).
           05  PLG-SEP-1              PIC X(001).
           05  PLG-ARQUIVO            PIC X(002).
           05  PLG-SEP-2              PIC X(001).
           05  PLG-PEDIDO             PIC 9(006).
           05  PLG-SEP-3              PIC X(001).
           05  PLG-TRANSP             PIC X(003).
           05  PLG-SEP-4              PIC X(001).
           05  PLG-UF                 PIC X(002).
           05  PLG-SEP-5              PIC X(001).
           05  PLG-STATUS-ANT         PIC X(001).
           05  PLG-SEP-6              PIC X(001).
           05  PLG-STATUS             PIC X(001).
               88  PLG-EMBARQUE                VALUE "E".
               88  PLG-ENTREGA                 VALUE "D".
               88  PLG-CANCELAMENTO            VALUE "X".
           05  PLG-SEP-7              PIC X(001).
           05  PLG-PREVISTA           PIC 9(008).
