      *==  OBSERVACOES: USAR JUNTO COM O COPYBOOK HISTPR NA PROCEDURE
      *==               DIVISION E COM UM SELECT/FD CAMPOHIS APONTANDO
      *==               PARA CLIENTES.HIS (COPY HISTLOG NO FD)
      *==  ALTERACOES
      *==  27/06/2025 GC: NOVO PAR WRK-HIS-ANT/NOV-DOCUMENTO (TIPO DE
      *==               PESSOA + CPF/CNPJ, O REG-DOCUMENTO DO CLIREG);
      *==               QUEM PREENCHE OS GRUPOS PRECISA MOVER O CAMPO
      *=================================================================
       01  WRK-HIS-ANTES.
           05  WRK-HIS-ANT-NOME      PIC X(020).
           05  WRK-HIS-ANT-STATUS    PIC X(001).
           05  WRK-HIS-ANT-CONSENT   PIC X(001).
           05  WRK-HIS-ANT-DATA-CONS PIC X(008).
           05  WRK-HIS-ANT-DOCUMENTO PIC X(015).
       01  WRK-HIS-DEPOIS.
           05  WRK-HIS-NOV-NOME      PIC X(020).
           05  WRK-HIS-NOV-TELEFONE  PIC X(011).
           05  WRK-HIS-NOV-STATUS    PIC X(001).
           05  WRK-HIS-NOV-CONSENT   PIC X(001).
           05  WRK-HIS-NOV-DATA-CONS PIC X(008).
           05  WRK-HIS-NOV-DOCUMENTO PIC X(015).

       77  WRK-HIS-ID           PIC 9(006) VALUE ZEROS.
       77  WRK-HIS-PROGRAMA     PIC X(007) VALUE SPACES.
