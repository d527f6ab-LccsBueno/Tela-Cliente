      *
      * HISTORICO DE ALTERACOES
      * 2026-09-01  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) COM CLIENTES
      *                  LIDOS, ORFAOS REMOVIDOS E ACHADOS - O CLIPRG
      *                  NAO RODA SE A ULTIMA VERIFICACAO TEVE ACHADOS
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIVERL.

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
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIHST        PIC X(02).
           77  FS-CLIVERL       PIC X(02).
           77  FS-CLILOG        PIC X(02).

           77  WRK-FIM-MESTRE   PIC X(01).
               88  WRK-FIM-MESTRE-SIM     VALUE 'S'.
      ******************************************************************
      * TOTAIS DOS ACHADOS DA VERIFICACAO
      ******************************************************************
           77  WRK-TOTAL-LIDOS       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ACHADOS     PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ORFAOS      PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-REMOVIDOS   PIC 9(06) COMP VALUE 0.
               05  FILLER          PIC X(22) VALUE
                   'AUDITORIA SUSPENSA ***'.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           MOVE 'CLIVER' TO WRK-LOG-PROGRAMA.
           PERFORM 9500-LOG-INICIAR.
           PERFORM 1000-INICIAR.
           PERFORM 2000-VARRER-MESTRE.
           PERFORM 3000-VARRER-DOCUMENTOS.
           END-READ.

           IF NOT WRK-FIM-MESTRE-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
               IF CLI-CODIGO > WRK-MAIOR-CODIGO
                   MOVE CLI-CODIGO TO WRK-MAIOR-CODIGO
               END-IF
           IF WRK-TOTAL-ACHADOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WRK-TOTAL-LIDOS TO WRK-LOG-QTD-LIDOS.
           MOVE WRK-TOTAL-REMOVIDOS TO WRK-LOG-QTD-GRAVADOS.
           MOVE WRK-TOTAL-ACHADOS TO WRK-LOG-QTD-REJEITADOS.
           IF WRK-TOTAL-ACHADOS > ZEROS
               MOVE 'VERIFICACAO COM ACHADOS' TO WRK-LOG-MENSAGEM
           END-IF.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
