      *=================================================================
      *==  COPYBOOK: CTTPR
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: 9140-ESCOLHER-CONTATO - ESCOLHE, ENTRE AS ENTRADAS
      *==            DE CONTATOS.DAT DO CLIENTE EM REG-ID, O
      *==            CONTATO/ENDERECO A USAR (REGRA NO COPYBOOK CTTWS)
      *==            E COMPLETA O QUE FALTAR COM OS CAMPOS DO CLIREG;
      *==            9148-EDITAR-CEP MONTA O CEP ESCOLHIDO 99999-999
      *==  DATA: 30/06/2025
      *==  OBSERVACOES: O CHAMADOR PRECISA DO FD CONTATOS (COPYBOOK
      *==               CTTREG) EM ACCESS DYNAMIC COM FILE STATUS
      *==               FS-CONTATOS; A LEITURA NAO MEXE NA AREA DO
      *==               CLIREG
      *=================================================================
       9140-ESCOLHER-CONTATO SECTION.
           MOVE SPACES       TO WRK-CTT-USO-TIPO.
           MOVE ZEROS        TO WRK-CTT-USO-SEQ.
           MOVE SPACES       TO WRK-CTT-USO-NOME.
           MOVE REG-TELEFONE TO WRK-CTT-USO-TELEFONE.
           MOVE REG-EMAIL    TO WRK-CTT-USO-EMAIL.
           MOVE REG-ENDERECO TO WRK-CTT-USO-ENDERECO.
           MOVE ZEROS        TO WRK-CTT-USO-CEP.
           MOVE ZEROS        TO WRK-CTT-MELHOR.

      *=== "P" = O CONTATO PRINCIPAL PELO TIPO DE PESSOA
           IF WRK-CTT-TIPO-1 EQUAL "P"
               IF PESSOA-JURIDICA
                   MOVE "4" TO WRK-CTT-TIPO-1
               ELSE
                   MOVE "3" TO WRK-CTT-TIPO-1
               END-IF
           END-IF.
           IF WRK-CTT-TIPO-2 EQUAL "P"
               IF PESSOA-JURIDICA
                   MOVE "4" TO WRK-CTT-TIPO-2
               ELSE
                   MOVE "3" TO WRK-CTT-TIPO-2
               END-IF
           END-IF.

           IF CONTATOS-ABERTOS
               MOVE REG-ID TO WRK-CTT-CLIENTE
               MOVE REG-ID TO CTT-ID
               MOVE ZEROS  TO CTT-SEQ
               MOVE "N"    TO WRK-CTT-FIM
               START CONTATOS KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-CTT-FIM
               END-START
               PERFORM UNTIL FIM-CONTATOS
                   READ CONTATOS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-CTT-FIM
                   END-READ
                   IF NOT FIM-CONTATOS
                       IF CTT-ID NOT EQUAL WRK-CTT-CLIENTE
                           MOVE "S" TO WRK-CTT-FIM
                       ELSE
                           PERFORM 9145-PONTUAR-CONTATO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *=== A ENTRADA ESCOLHIDA SO SUBSTITUI O QUE ELA TEM PREENCHIDO
       9145-PONTUAR-CONTATO  SECTION.
           MOVE ZEROS TO WRK-CTT-PONTOS.
           EVALUATE TRUE
               WHEN CTT-TIPO EQUAL WRK-CTT-TIPO-1
                    AND CONTATO-PREFERIDO
                   MOVE 4 TO WRK-CTT-PONTOS
               WHEN CTT-TIPO EQUAL WRK-CTT-TIPO-1
                   MOVE 3 TO WRK-CTT-PONTOS
               WHEN CTT-TIPO EQUAL WRK-CTT-TIPO-2
                    AND CONTATO-PREFERIDO
                   MOVE 2 TO WRK-CTT-PONTOS
               WHEN CTT-TIPO EQUAL WRK-CTT-TIPO-2
                   MOVE 1 TO WRK-CTT-PONTOS
           END-EVALUATE.

           IF WRK-CTT-PONTOS GREATER WRK-CTT-MELHOR
               MOVE WRK-CTT-PONTOS TO WRK-CTT-MELHOR
               MOVE CTT-TIPO       TO WRK-CTT-USO-TIPO
               MOVE CTT-SEQ        TO WRK-CTT-USO-SEQ
               MOVE CTT-NOME       TO WRK-CTT-USO-NOME
               MOVE REG-TELEFONE   TO WRK-CTT-USO-TELEFONE
               MOVE REG-EMAIL      TO WRK-CTT-USO-EMAIL
               MOVE REG-ENDERECO   TO WRK-CTT-USO-ENDERECO
               MOVE ZEROS          TO WRK-CTT-USO-CEP
               IF CTT-TELEFONE NOT EQUAL SPACES
                   MOVE CTT-TELEFONE TO WRK-CTT-USO-TELEFONE
               END-IF
               IF CTT-EMAIL NOT EQUAL SPACES
                   MOVE CTT-EMAIL    TO WRK-CTT-USO-EMAIL
               END-IF
               IF CTT-ENDERECO NOT EQUAL SPACES
                   MOVE CTT-ENDERECO TO WRK-CTT-USO-ENDERECO
                   IF CTT-CEP NUMERIC
                       MOVE CTT-CEP  TO WRK-CTT-USO-CEP
                   END-IF
               END-IF
           END-IF.

      *=== WRK-CTT-USO-CEP EDITADO EM WRK-CTT-CEP-ED (99999-999)
       9148-EDITAR-CEP       SECTION.
           DIVIDE WRK-CTT-USO-CEP BY 1000
               GIVING WRK-CTT-CEP-5 REMAINDER WRK-CTT-CEP-3.
