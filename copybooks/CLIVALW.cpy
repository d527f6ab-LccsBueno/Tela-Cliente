      * USADAS PELAS SECTIONS DO CLIVALP (COPIADAS PELO PROGRAMA
      * ONLINE CLIENTES E PELA CARGA EM LOTE CLICRG). O PROGRAMA QUE
      * COPIA ESTE LIVRO PRECISA DECLARAR O ARQUIVO CLIARQ (COM A
      * CHAVE ALTERNADA DE DOCUMENTO) E O FILE STATUS FS-CLIARQ, E A
      * TABELA DE CEP CLICEP (LIVRO CLICEP) COM O FILE STATUS
      * FS-CLICEP.
      ******************************************************************
           77  WRK-DADOS-OK     PIC X(01).
               88  WRK-DADOS-OK-SIM         VALUE 'S'.

           77  WRK-UF-VALIDA    PIC X(01).
               88  WRK-UF-VALIDA-SIM        VALUE 'S'.

      ******************************************************************
      * TABELA DE CEP DOS CORREIOS (CLICEP) - O PROGRAMA MARCA 'N'
      * QUANDO A TABELA AINDA NAO FOI CARREGADA (STATUS '35' NA
      * ABERTURA), E A CONFERENCIA DO CEP NAO E FEITA
      ******************************************************************
           77  WRK-CEP-DISPONIVEL PIC X(01) VALUE 'S'.
               88  WRK-CEP-DISPONIVEL-SIM   VALUE 'S'.

           77  WRK-CEP-CADASTRADO PIC X(01).
               88  WRK-CEP-CADASTRADO-SIM   VALUE 'S'.
