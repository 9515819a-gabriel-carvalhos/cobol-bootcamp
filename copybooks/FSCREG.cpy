      *=================================================================
      *==  COPYBOOK: FSCREG
      *==  AUTOR: Gabriel           EMPRESA: XPTO
      *==  OBJETIVO: LAYOUT COMPARTILHADO DO REGISTRO DE
      *==            CLIENTES_FISCAL.DAT - OS DADOS DO TOMADOR QUE A
      *==            NFS-E EXIGE E QUE NEM CLIENTES.DAT NEM ALUNOS.DAT
      *==            GUARDAM: CPF OU CNPJ, NOME PARA A NOTA E ENDERECO
      *==            COMPLETO (CIDADE, UF E CEP)
      *==  DATA: 06/06/2025
      *==  OBSERVACOES: INDEXADO POR FSC-CHAVE-CLI, A MESMA CHAVE DO
      *==               CLIENTE DO CONTAS A RECEBER ("C"-CLIENTES.DAT /
      *==               "A"-ALUNOS.DAT + ID). MANTIDO PELO FATNFSE, QUE
      *==               SO GRAVA DOCUMENTO COM O DIGITO VERIFICADOR
      *==               CERTO. NOME OU ENDERECO EM BRANCO: O LOTE DE RPS
      *==               USA O DO CONTRATO / DO CADASTRO DE CLIENTES
      *=================================================================
       01  REG-FISCAL.
           05  FSC-CHAVE-CLI.
               10  FSC-TIPO-CLI        PIC X(001).
               10  FSC-CLI-ID          PIC 9(006).
           05  FSC-TIPO-DOC            PIC X(001).
               88  DOC-CPF                     VALUE "F".
               88  DOC-CNPJ                    VALUE "J".
           05  FSC-DOCUMENTO           PIC 9(014).
           05  FSC-NOME                PIC X(040).
           05  FSC-ENDERECO            PIC X(040).
           05  FSC-CIDADE              PIC X(030).
           05  FSC-UF                  PIC X(002).
           05  FSC-CEP                 PIC 9(008).
           05  FSC-EMAIL               PIC X(040).
           05  FSC-DATA-ATUALIZACAO    PIC 9(008).
           05  FSC-OPERADOR            PIC X(008).
