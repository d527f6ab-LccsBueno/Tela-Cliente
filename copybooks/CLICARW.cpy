      ******************************************************************
      * CLICARW - AREAS DA CONFERENCIA DO CARIMBO DE ULTIMA GRAVACAO
      * DO CLIENTE (CLI-ULT-ALTERACAO), USADAS PELAS SECTIONS DO
      * CLICARP. WRK-QTD-CONFLITOS ACUMULA AS REGRAVACOES RECUSADAS
      * PORQUE O CLIENTE FOI GRAVADO POR OUTRO PROGRAMA OU OPERADOR
      * ENTRE A LEITURA E A REGRAVACAO.
      ******************************************************************
           77  WRK-CONFLITO         PIC X(01) VALUE 'N'.
               88  WRK-CONFLITO-SIM         VALUE 'S'.

           77  WRK-QTD-CONFLITOS    PIC 9(06) COMP VALUE 0.

           01  WRK-CARIMBO-LIDO     PIC X(08) VALUE SPACES.

           01  WRK-CARIMBO-NOVO.
               05  WRK-CAR-DATA     PIC 9(08).
               05  WRK-CAR-HORA     PIC 9(08).

      * MESMO TAMANHO DO REG-CLIENTE (CLIREG)
           01  WRK-CLIENTE-GRAVAR   PIC X(201).
