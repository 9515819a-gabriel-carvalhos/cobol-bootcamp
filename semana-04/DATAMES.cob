      *==               PASSAREM MAIS COMO DIA UTIL; SEM O ARQUIVO,
      *==               VALE A LISTA FIXA DE SEMPRE, PARA O MODULO NAO
      *==               PARAR POR FALTA DO CONTROLE
      *==  25/07/2025 GC: FERIADOS.CTL PASSA A TER TAMBEM OS FERIADOS
      *==               ESTADUAIS E MUNICIPAIS: DEPOIS DA DATA, A UF
      *==               (BRANCO = NACIONAL) E O PREFIXO DE 5 DIGITOS DO
      *==               CEP DO MUNICIPIO (BRANCO = O ESTADO TODO). O
      *==               CHAMADOR QUE QUISER OS FERIADOS DO DESTINO
      *==               PASSA A UF EM WRK-DATA(9:2) E O CEP EM
      *==               WRK-DATA(11:8); SEM ELES, SO OS NACIONAIS, COMO
      *==               SEMPRE. A TABELA DO ANO VAI DE 30 PARA 60
      *=================================================================
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.

       FILE-CONTROL.
      *=== FERIADOS DO CALENDARIO, 1 POR LINHA (AAAAMMDD + UF +
      *=== PREFIXO DO CEP), CARREGADOS EM JANEIRO DE CADA ANO PELO
      *=== PESSOAL DE OPERACAO
           SELECT FERIADOSCTL ASSIGN
           TO "..\dados\FERIADOS.CTL"
               FILE STATUS IS FS-FERIADOS
       01  REG-FERIADO.
           05  REG-FERIADO-ANO  PIC 9(004).
           05  REG-FERIADO-MMDD PIC X(004).
           05  REG-FERIADO-UF   PIC X(002).
           05  REG-FERIADO-CEP  PIC X(005).
       WORKING-STORAGE       SECTION.
       77  FS-FERIADOS         PIC 9(002) VALUE ZEROS.

      *=== FERIADOS DO ANO AVALIADO, CARREGADOS DE FERIADOS.CTL; SO A
      *=== RESERVA DE QUANDO O ARQUIVO NAO EXISTE E A LISTA FIXA ABAIXO
       01  WRK-TAB-FERIADO-ANO.
           05  WRK-FERIADO-ANO-MMDD PIC X(004) OCCURS 60 TIMES.

      *=== DESTINO CUJOS FERIADOS ESTADUAIS/MUNICIPAIS TAMBEM VALEM
      *=== (BRANCO = SO OS NACIONAIS)
       77  WRK-UF-DESTINO      PIC X(002) VALUE SPACES.
       77  WRK-CEP-DESTINO     PIC X(005) VALUE SPACES.

      *=== FERIADOS FIXOS (MMDD) QUE, JUNTO COM O FIM DE SEMANA, TORNAM
      *=== O DIA NAO UTIL; USADOS SO QUANDO FERIADOS.CTL NAO PODE SER
      *=== POSICOES DE WRK-DATA), ELA E A DATA AVALIADA; EM BRANCO,
      *=== VALE A DATA DE HOJE, COMO SEMPRE FOI
       0100-INICIALIZAR      SECTION.
           MOVE WRK-DATA(9:2)  TO WRK-UF-DESTINO.
           MOVE WRK-DATA(11:5) TO WRK-CEP-DESTINO.
           IF WRK-DATA(1:8) NUMERIC
               MOVE WRK-DATA(1:8) TO WRK-HOJE
           ELSE

           PERFORM 0110-CARREGAR-FERIADOS.

      *=== CARREGA DE FERIADOS.CTL OS FERIADOS DO ANO DA DATA AVALIADA
      *=== (OS NACIONAIS E OS DA UF/MUNICIPIO DO DESTINO, SE HOUVER);
      *=== SEM O ARQUIVO, FICA VALENDO A LISTA FIXA EM WRK-TAB-FERIADO
       0110-CARREGAR-FERIADOS SECTION.
           MOVE ZEROS TO WRK-FERIADO-ANO-QTD.
               MOVE "S" TO WRK-CTL-ABERTO
               READ FERIADOSCTL
               PERFORM UNTIL FS-FERIADOS NOT EQUAL 00
                          OR WRK-FERIADO-ANO-QTD EQUAL 60
                   IF REG-FERIADO-ANO EQUAL WRK-HOJE-ANO
                      AND (REG-FERIADO-UF EQUAL SPACES
                           OR (REG-FERIADO-UF EQUAL WRK-UF-DESTINO
                               AND (REG-FERIADO-CEP EQUAL SPACES
                                    OR REG-FERIADO-CEP EQUAL
                                       WRK-CEP-DESTINO)))
                       ADD 1 TO WRK-FERIADO-ANO-QTD
                       MOVE REG-FERIADO-MMDD
                         TO WRK-FERIADO-ANO-MMDD(WRK-FERIADO-ANO-QTD)
