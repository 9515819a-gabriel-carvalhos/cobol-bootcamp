      *=================================================================
      *==  COPYBOOK: CTTWS
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: CAMPOS DA ESCOLHA DO CONTATO/ENDERECO A USAR PARA
      *==            1 CLIENTE (COPYBOOK CTTPR, 9140-ESCOLHER-CONTATO),
      *==            COMPARTILHADA POR ARQ010 (CRM), FATCOBR (CARTAS DE
      *==            COBRANCA) E PROGRAMA10/11 (PEDIDOS DO FRETE):
      *==            COM O REGISTRO DO CLIENTE JA LIDO (CLIREG) E
      *==            CONTATOS.DAT ABERTO (WRK-CTT-ABERTO "S"),
      *==            O CHAMADOR MOVE O TIPO DESEJADO PARA WRK-CTT-TIPO-1
      *==            E A SEGUNDA OPCAO PARA WRK-CTT-TIPO-2 ("1"-
      *==            COBRANCA / "2"-ENTREGA / "3"-RESIDENCIAL / "4"-
      *==            COMERCIAL / "P"-PRINCIPAL, QUE E O COMERCIAL DE
      *==            PESSOA JURIDICA E O RESIDENCIAL DAS DEMAIS); O
      *==            RESULTADO VOLTA EM WRK-CTT-USO
      *==  DATA: 30/06/2025
      *==  OBSERVACOES: ORDEM DA ESCOLHA: PREFERIDO DO TIPO 1, QUALQUER
      *==               DO TIPO 1, PREFERIDO DO TIPO 2, QUALQUER DO
      *==               TIPO 2 (EMPATE = MENOR SEQUENCIA). SEM ENTRADA,
      *==               OU CAMPO EM BRANCO NA ENTRADA ESCOLHIDA, VALE O
      *==               CAMPO DO CLIREG (O CEP FICA ZERADO)
      *=================================================================
       77  WRK-CTT-ABERTO        PIC X(001) VALUE "N".
           88  CONTATOS-ABERTOS             VALUE "S".
       77  WRK-CTT-TIPO-1        PIC X(001) VALUE SPACES.
       77  WRK-CTT-TIPO-2        PIC X(001) VALUE SPACES.

      *=== CONTATO/ENDERECO ESCOLHIDO; WRK-CTT-USO-TIPO EM BRANCO =
      *=== NENHUMA ENTRADA SERVIU E TUDO VEIO DO CLIREG
       01  WRK-CTT-USO.
           05  WRK-CTT-USO-TIPO      PIC X(001).
           05  WRK-CTT-USO-SEQ       PIC 9(003).
           05  WRK-CTT-USO-NOME      PIC X(020).
           05  WRK-CTT-USO-TELEFONE  PIC X(011).
           05  WRK-CTT-USO-EMAIL     PIC X(040).
           05  WRK-CTT-USO-ENDERECO  PIC X(040).
           05  WRK-CTT-USO-CEP       PIC 9(008).

      *=== PONTOS DA ENTRADA LIDA (4 A 1, 0 = NAO SERVE) E DA MELHOR
      *=== ATE AGORA
       77  WRK-CTT-PONTOS        PIC 9(001) VALUE ZEROS.
       77  WRK-CTT-MELHOR        PIC 9(001) VALUE ZEROS.
       77  WRK-CTT-CLIENTE       PIC 9(006) VALUE ZEROS.
       77  WRK-CTT-FIM           PIC X(001) VALUE "N".
           88  FIM-CONTATOS                 VALUE "S".

      *=== CEP EDITADO 99999-999 PARA CARTA E MANIFESTO
       01  WRK-CTT-CEP-ED.
           05  WRK-CTT-CEP-5     PIC 9(005).
           05  FILLER            PIC X(001) VALUE "-".
           05  WRK-CTT-CEP-3     PIC 9(003).
