      *
      * HISTORICO DE ALTERACOES
      * 2026-09-01  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) COM EVENTOS
      *                  LIDOS E ARQUIVADOS
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIAUDCL.

               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIAUD
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           WORKING-STORAGE SECTION.

           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIAUDA       PIC X(02).
           77  FS-CLIAUDN       PIC X(02).
           77  FS-CLIAUDCL      PIC X(02).
           77  FS-CLILOG        PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.
                   'EVENTOS MANTIDOS.........:'.
               05  WLT-MANTIDOS    PIC ZZZZZZZ9.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           MOVE 'CLIAUDC' TO WRK-LOG-PROGRAMA.
           PERFORM 9500-LOG-INICIAR.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CORTAR-AUDITORIA UNTIL WRK-FIM-ARQUIVO-SIM.
           PERFORM 3000-ENCERRAR.
               WRK-TOTAL-ARQUIVADOS.
           DISPLAY 'CLIAUDC - EVENTOS MANTIDOS  : '
               WRK-TOTAL-MANTIDOS.

      * NO LOG: EVENTOS LIDOS E ARQUIVADOS (OS MANTIDOS SAO A
      * DIFERENCA)
           MOVE WRK-TOTAL-LIDOS TO WRK-LOG-QTD-LIDOS.
           MOVE WRK-TOTAL-ARQUIVADOS TO WRK-LOG-QTD-GRAVADOS.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
