      * QUANTOS CICLOS DO LOTE DE COBRANCA (CLICOB) ELE PERMANECE
      * NELA, PARA ESCALONAR OS REINCIDENTES. O REGISTRO E REMOVIDO
      * QUANDO O CLIENTE VOLTA A SITUACAO NORMAL.
      * COB-GRUPO: RAIZ DO CNPJ QUANDO O REGISTRO E O CASO UNICO DE UM
      * GRUPO ECONOMICO INADIMPLENTE (CLIGRP) - A CHAVE E ENTAO A
      * PRIMEIRA FILIAL INADIMPLENTE DO GRUPO. ZEROS (OU BRANCOS NOS
      * REGISTROS ANTIGOS) NO CASO INDIVIDUAL.
      ******************************************************************
           01  REG-COBRANCA.
               05  COB-CODIGO          PIC 9(06).
               05  COB-SITUACAO        PIC X(01).
               05  COB-CICLOS          PIC 9(03).
               05  COB-DATA-CICLO      PIC 9(08).
               05  COB-GRUPO           PIC 9(08).
               05  FILLER              PIC X(02).
