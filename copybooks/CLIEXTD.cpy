      * CADA DETALHE 'D' DE CLIENTE ATIVO PODE SER SEGUIDO DE
      * REGISTROS 'C' COM OS CONTATOS DE E-MAIL DO CLIENTE (CLICTT),
      * PARA A FATURA ELETRONICA DO FATURAMENTO.
      * EXT-GRUPO LEVA O CODIGO DO GRUPO ECONOMICO (RAIZ DO CNPJ, VER
      * CLIGRP) DO CLIENTE LIGADO A UM GRUPO, PARA O FATURAMENTO
      * CONSOLIDAR AS FATURAS DA MATRIZ E DAS FILIAIS; ZEROS QUANDO O
      * CLIENTE NAO PERTENCE A GRUPO OU FOI DESLIGADO DELE.
      ******************************************************************
           01  REG-EXTRATO.
               05  EXT-TIPO-REG        PIC X(01).
                   88  EXT-OPER-ALTERACAO   VALUE 'A'.
                   88  EXT-OPER-DESATIVACAO VALUE 'E'.
                   88  EXT-OPER-COMPLETA    VALUE ' '.
               05  EXT-GRUPO           PIC 9(08).

           01  REG-EXTRATO-CONTATO.
               05  EXC-TIPO-REG        PIC X(01).
               05  EXC-CODIGO          PIC 9(06).
               05  EXC-NOME            PIC X(30).
               05  EXC-VALOR           PIC X(40).
               05  FILLER              PIC X(90).

           01  REG-EXTRATO-CABECALHO.
               05  EXH-TIPO-REG        PIC X(01).
               05  EXH-DATA-GERACAO    PIC 9(08).
               05  EXH-HORA-GERACAO    PIC 9(08).
               05  FILLER              PIC X(150).

           01  REG-EXTRATO-RODAPE.
               05  EXR-TIPO-REG        PIC X(01).
               05  EXR-TOTAL-DETALHES  PIC 9(09).
               05  EXR-HASH-DOCUMENTOS PIC 9(18).
               05  FILLER              PIC X(139).
