      ******************************************************************
      * CLIGRPW - AREAS DA MANUTENCAO DO GRUPO ECONOMICO (CLIGRP),
      * USADAS PELAS SECTIONS DO CLIGRPP. O PROGRAMA QUE COPIA ESTE
      * LIVRO PRECISA DECLARAR O ARQUIVO CLIGRP (LIVRO CLIGRP) COM A
      * CHAVE ALTERNADA GRP-CLIENTE E O FILE STATUS FS-CLIGRP, E
      * MOVER PARA WRK-GRP-OPERADOR QUEM GRAVA O VINCULO (OPERADOR
      * CONECTADO OU NOME DO PROGRAMA EM LOTE).
      * WRK-GRP-MOVIMENTO DEVOLVE O QUE O 8230 FEZ: 'I' VINCULO
      * INCLUIDO, 'E' VINCULO EXCLUIDO, 'T' CLIENTE TROCADO DE GRUPO,
      * 'X' ERRO DE GRAVACAO E BRANCO QUANDO NADA MUDOU.
      ******************************************************************
           77  WRK-GRP-OPERADOR     PIC X(08) VALUE SPACES.
           77  WRK-GRP-MOVIMENTO    PIC X(01).

           77  WRK-GRP-ACHOU        PIC X(01).
               88  WRK-GRP-ACHOU-SIM        VALUE 'S'.

           77  WRK-GRP-FIM          PIC X(01).
               88  WRK-GRP-FIM-SIM          VALUE 'S'.

           77  WRK-GRP-TEM-MATRIZ   PIC X(01).
               88  WRK-GRP-TEM-MATRIZ-SIM   VALUE 'S'.

           77  WRK-GRP-QTD-MEMBROS  PIC 9(04) COMP.
           77  WRK-GRP-RAIZ-BUSCA   PIC 9(08).

      ******************************************************************
      * CNPJ DO CLIENTE DIVIDIDO EM RAIZ (GRUPO), FILIAL E DIGITOS.
      * A FILIAL 0001 E A MATRIZ NA NUMERACAO DA RECEITA FEDERAL.
      ******************************************************************
           01  WRK-GRP-DOCUMENTO    PIC 9(14).
           01  WRK-GRP-DOC-R REDEFINES WRK-GRP-DOCUMENTO.
               05  WRK-GRP-DOC-RAIZ    PIC 9(08).
               05  WRK-GRP-DOC-FILIAL  PIC 9(04).
                   88  WRK-GRP-DOC-MATRIZ       VALUE 0001.
               05  WRK-GRP-DOC-DV      PIC 9(02).
