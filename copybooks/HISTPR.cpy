      *==  OBSERVACOES: O PROGRAMA PRECISA DE UM SELECT/FD CAMPOHIS
      *==               (COPY HISTLOG) APONTANDO PARA CLIENTES.HIS E
      *==               DO COPYBOOK HISTWS NO WORKING-STORAGE
      *==  ALTERACOES
      *==  27/06/2025 GC: O CPF/CNPJ (CAMPO "DOCUMENTO") TAMBEM GERA
      *==               LINHA QUANDO MUDA
      *=================================================================
       9060-GRAVAR-HISTORICO SECTION.
           OPEN EXTEND CAMPOHIS.
               PERFORM 9065-GRAVAR-LINHA-HIST
           END-IF.

           IF WRK-HIS-ANT-DOCUMENTO NOT EQUAL WRK-HIS-NOV-DOCUMENTO
               MOVE "DOCUMENTO"          TO WRK-HIS-CAMPO
               MOVE WRK-HIS-ANT-DOCUMENTO TO WRK-HIS-ANTIGO
               MOVE WRK-HIS-NOV-DOCUMENTO TO WRK-HIS-NOVO
               PERFORM 9065-GRAVAR-LINHA-HIST
           END-IF.

           CLOSE CAMPOHIS.

      *=== GRAVA 1 LINHA DE CLIENTES.HIS PARA O CAMPO CORRENTE
