      *                  DA AUDITORIA (CLIAUDC) - DD CLIAUDA - PARA
      *                  NAO PERDER AS DATAS DE INATIVACAO ANTIGAS
      *                  APOS O CORTE; AUSENTE, SO O CORRENTE E LIDO
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) - RECUSA O
      *                  EXPURGO SEM UM CLIVER TERMINADO SEM ACHADOS
      *                  NO CICLO
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIPRGL.

               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLICTT        PIC X(02).
           77  FS-CLIHST        PIC X(02).
           77  FS-CLIPRGL       PIC X(02).
           77  FS-CLILOG        PIC X(02).

           77  WRK-CTT-DISPONIVEL PIC X(01) VALUE 'N'.
               88  WRK-CTT-DISPONIVEL-SIM VALUE 'S'.
                   '*** TABELA DE EXCLUSOES CHEIA - USADA DATA DE CADAS
      -             'TRO ***'.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

      * A VERIFICACAO DO CICLO (CLIVER) PRECISA TER TERMINADO SEM
      * ACHADOS - O LOG SO ACEITA O PREDECESSOR COM RC MENOR QUE 8
           MOVE 'CLIPRG' TO WRK-LOG-PROGRAMA.
           MOVE 'CLIVER' TO WRK-LOG-PREDECESSOR.
           PERFORM 9500-LOG-INICIAR.
           IF WRK-LOG-LIBERADO-SIM
               PERFORM 1000-INICIAR
               PERFORM 1500-CARREGAR-EXC-ARQUIVADAS
                   UNTIL WRK-FIM-ARQUIVADA-SIM
               PERFORM 2000-CARREGAR-EXCLUSOES
                   UNTIL WRK-FIM-AUDITORIA-SIM
               PERFORM 3000-EXPURGAR-MESTRE UNTIL WRK-FIM-MESTRE-SIM
               PERFORM 4000-CONFERIR-CONTROLE
               PERFORM 5000-ENCERRAR
           END-IF.

           STOP RUN.

           DISPLAY 'CLIPRG - EXPURGADOS        : '
               WRK-TOTAL-EXPURGADOS.
           DISPLAY 'CLIPRG - CLIENTES DEPOIS   : ' WRK-TOTAL-DEPOIS.

           MOVE WRK-TOTAL-ANTES TO WRK-LOG-QTD-LIDOS.
           MOVE WRK-TOTAL-EXPURGADOS TO WRK-LOG-QTD-GRAVADOS.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
