      ******************************************************************
      * CLILOGW - AREAS DE TRABALHO DO LOG DE EXECUCAO DO CICLO
      * USADAS PELAS SECTIONS DO CLILOGP. O PROGRAMA QUE COPIA ESTE
      * LIVRO PRECISA DECLARAR O ARQUIVO CLILOG (LAYOUT CLILOG) E O
      * FILE STATUS FS-CLILOG.
      *
      * ANTES DO 9500-LOG-INICIAR O PROGRAMA INFORMA:
      *   WRK-LOG-PROGRAMA     - NOME DO PROPRIO PROGRAMA
      *   WRK-LOG-PREDECESSOR  - PROGRAMA QUE PRECISA TER TERMINADO OK
      *                          NO MESMO CICLO (BRANCOS = NENHUM)
      *   WRK-LOG-ABRE-CICLO   - 'S' SO NO PROGRAMA QUE ABRE O CICLO
      *                          NOTURNO (CLIEXT); OS DEMAIS ASSUMEM O
      *                          ULTIMO CICLO ABERTO NO LOG
      * ANTES DO 9550-LOG-ENCERRAR, OS TOTAIS EM WRK-LOG-QTD-... E
      * WRK-LOG-HASH; O RC E O PROPRIO RETURN-CODE DO PROGRAMA.
      ******************************************************************
           77  WRK-LOG-PROGRAMA     PIC X(08) VALUE SPACES.
           77  WRK-LOG-PREDECESSOR  PIC X(08) VALUE SPACES.
           77  WRK-LOG-ABRE-CICLO   PIC X(01) VALUE 'N'.
               88  WRK-LOG-ABRE-CICLO-SIM   VALUE 'S'.

           77  WRK-LOG-LIBERADO     PIC X(01) VALUE 'S'.
               88  WRK-LOG-LIBERADO-SIM     VALUE 'S'.

           77  WRK-LOG-FIM-LEITURA  PIC X(01) VALUE 'N'.
               88  WRK-LOG-FIM-LEITURA-SIM  VALUE 'S'.

           77  WRK-LOG-DATA-CICLO   PIC 9(08) VALUE 0.
           77  WRK-LOG-DATA-INICIO  PIC 9(08) VALUE 0.
           77  WRK-LOG-HORA-INICIO  PIC 9(08) VALUE 0.
           77  WRK-LOG-DATA-FIM     PIC 9(08) VALUE 0.
           77  WRK-LOG-HORA-FIM     PIC 9(08) VALUE 0.
           77  WRK-LOG-TIPO         PIC X(01) VALUE SPACE.
           77  WRK-LOG-SITUACAO     PIC X(01) VALUE SPACE.
           77  WRK-LOG-RC           PIC 9(04) VALUE 0.

           77  WRK-LOG-QTD-LIDOS      PIC 9(09) VALUE 0.
           77  WRK-LOG-QTD-GRAVADOS   PIC 9(09) VALUE 0.
           77  WRK-LOG-QTD-REJEITADOS PIC 9(09) VALUE 0.
           77  WRK-LOG-HASH           PIC 9(18) VALUE 0.
           77  WRK-LOG-MENSAGEM       PIC X(40) VALUE SPACES.

      ******************************************************************
      * ULTIMA OCORRENCIA DO PREDECESSOR ENCONTRADA NO LOG
      ******************************************************************
           77  WRK-LOG-PRD-ACHOU    PIC X(01) VALUE 'N'.
               88  WRK-LOG-PRD-ACHOU-SIM    VALUE 'S'.
           77  WRK-LOG-PRD-CICLO    PIC 9(08) VALUE 0.
           77  WRK-LOG-PRD-TIPO     PIC X(01) VALUE SPACE.
           77  WRK-LOG-PRD-RC       PIC 9(04) VALUE 0.
