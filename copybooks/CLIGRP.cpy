      ******************************************************************
      * CLIGRP - LAYOUT DO REGISTRO DE GRUPO ECONOMICO (CLIGRP)
      * CHAVE    : GRP-CHAVE (RAIZ DO CNPJ + CODIGO DO CLIENTE)
      * ALTERNADA: GRP-CLIENTE (SEM DUPLICATAS - O CLIENTE PERTENCE A
      *            UM SO GRUPO)
      * LIGA OS CLIENTES PESSOA JURIDICA (CLI-DOC-CNPJ) DE MESMA RAIZ
      * DE CNPJ (8 PRIMEIROS DIGITOS) - MATRIZ E FILIAIS. A RAIZ E O
      * CODIGO DO GRUPO. O VINCULO E MANTIDO AUTOMATICAMENTE NA
      * INCLUSAO E NA ALTERACAO DO CLIENTE (ONLINE E CARGA CLICRG) PELAS
      * SECTIONS DO CLIGRPP; O SUPERVISOR DEFINE A MATRIZ E DESLIGA OU
      * RELIGA FILIAIS PELA OPCAO G DO MENU. A FILIAL DESLIGADA PELO
      * SUPERVISOR CONTINUA NO ARQUIVO COM SITUACAO 'D' E NAO E
      * RELIGADA PELA MANUTENCAO AUTOMATICA.
      ******************************************************************
           01  REG-GRUPO.
               05  GRP-CHAVE.
                   10  GRP-RAIZ        PIC 9(08).
                   10  GRP-CLIENTE     PIC 9(06).
               05  GRP-MATRIZ          PIC X(01).
                   88  GRP-MATRIZ-SIM       VALUE 'S'.
               05  GRP-SITUACAO        PIC X(01).
                   88  GRP-SIT-LIGADO       VALUE 'A'.
                   88  GRP-SIT-DESLIGADO    VALUE 'D'.
               05  GRP-ORIGEM          PIC X(01).
                   88  GRP-ORIGEM-AUTOMATICA VALUE 'A'.
                   88  GRP-ORIGEM-SUPERVISOR VALUE 'S'.
               05  GRP-DATA            PIC 9(08).
               05  GRP-OPERADOR        PIC X(08).
               05  FILLER              PIC X(17).
