       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLILOGR.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RESUMO DIARIO DE OPERACOES DO CICLO NOTURNO. LE O
      *           LOG DE EXECUCAO (CLILOG) GRAVADO PELOS PROGRAMAS
      *           BATCH E IMPRIME, PARA A DATA DO CICLO, UMA LINHA
      *           POR EXECUCAO COM INICIO, FIM, RC, SITUACAO E OS
      *           TOTAIS DE CADA PROGRAMA, OS PROGRAMAS DO CICLO
      *           NOTURNO QUE NAO RODARAM E O QUADRO DE TOTAIS -
      *           UMA UNICA LISTAGEM PARA A CONFERENCIA DA MANHA.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-08  DATA DO CICLO AAAAMMDD (ZEROS = ULTIMO CICLO DO LOG)
      *
      * SITUACAO IMPRESSA POR EXECUCAO:
      *   OK           - TERMINOU COM RC MENOR QUE 8
      *   FALHA        - TERMINOU COM RC 8 OU MAIOR
      *   RECUSADO     - NAO RODOU, PREDECESSOR NAO TERMINADO OK
      *   SEM TERMINO  - INICIOU E NAO GRAVOU O TERMINO (ABEND OU
      *                  AINDA EM EXECUCAO)
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

               SELECT CLILOGL ASSIGN TO 'CLILOGL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOGL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           FD  CLILOGL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLILOG        PIC X(02).
           77  FS-CLILOGL       PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.

           77  WRK-ACHOU        PIC X(01).
               88  WRK-ACHOU-SIM          VALUE 'S'.

           77  WRK-TOTAL-LIDOS       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-EXECUCOES   PIC 9(04) COMP VALUE 0.
           77  WRK-TOTAL-OK          PIC 9(04) COMP VALUE 0.
           77  WRK-TOTAL-FALHAS      PIC 9(04) COMP VALUE 0.
           77  WRK-TOTAL-RECUSADAS   PIC 9(04) COMP VALUE 0.
           77  WRK-TOTAL-SEM-TERMINO PIC 9(04) COMP VALUE 0.
           77  WRK-TOTAL-AUSENTES    PIC 9(04) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-DATA-CICLO      PIC 9(08).

      ******************************************************************
      * EXECUCOES DO CICLO - O REGISTRO 'F' SUBSTITUI O 'I' DA MESMA
      * EXECUCAO (MESMO PROGRAMA E MESMA DATA/HORA DE INICIO); UM 'I'
      * QUE FICA SEM O 'F' E UMA EXECUCAO SEM TERMINO
      ******************************************************************
           77  WRK-QTD-EXECUCOES PIC 9(04) COMP VALUE 0.
           77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
               88  WRK-TAB-CHEIA-SIM      VALUE 'S'.

           01  WRK-TAB-EXECUCOES.
               05  WRK-EXE-ENT OCCURS 500 TIMES
                       INDEXED BY IDX-EXE.
                   10  WRK-EXE-REGISTRO    PIC X(160).

           COPY CLILOG REPLACING LEADING ==LOG== BY ==EXE==
                                 ==REG-LOG-EXECUCAO== BY
                                 ==REG-EXECUCAO==.

      ******************************************************************
      * PROGRAMAS DO CICLO NOTURNO, NA ORDEM DA GRADE - APONTADOS NO
      * RESUMO QUANDO NAO TEM NENHUMA EXECUCAO NO CICLO
      ******************************************************************
           01  WRK-TABELA-CICLO.
               05  FILLER PIC X(32) VALUE
                   'CLIEXT  CLIRET  CLICOB  CLIVER  '.
           01  WRK-TABELA-CICLO-R REDEFINES WRK-TABELA-CICLO.
               05  WRK-CIC-PROGRAMA PIC X(08) OCCURS 4 TIMES
                       INDEXED BY IDX-CIC.

      ******************************************************************
      * DATA E HORA DO SISTEMA E EDICAO DAS DATAS/HORAS DO LOG
      ******************************************************************
           01  WRK-DATA-SISTEMA.
               05  WRK-DT-ANO      PIC 9(04).
               05  WRK-DT-MES      PIC 9(02).
               05  WRK-DT-DIA      PIC 9(02).

           01  WRK-DATA-REL-ED.
               05  WRK-DRE-DIA     PIC 99.
               05  FILLER          PIC X VALUE '/'.
               05  WRK-DRE-MES     PIC 99.
               05  FILLER          PIC X VALUE '/'.
               05  WRK-DRE-ANO     PIC 9999.

           01  WRK-DATA-LOG.
               05  WRK-DL-ANO      PIC 9(04).
               05  WRK-DL-MES      PIC 9(02).
               05  WRK-DL-DIA      PIC 9(02).

           01  WRK-HORA-LOG.
               05  WRK-HL-HORA     PIC 9(02).
               05  WRK-HL-MIN      PIC 9(02).
               05  WRK-HL-SEG      PIC 9(02).
               05  FILLER          PIC 9(02).

           01  WRK-HORA-LOG-ED.
               05  WRK-HLE-HORA    PIC 99.
               05  FILLER          PIC X VALUE ':'.
               05  WRK-HLE-MIN     PIC 99.
               05  FILLER          PIC X VALUE ':'.
               05  WRK-HLE-SEG     PIC 99.

           77  WRK-DATA-ED      PIC X(10).
           77  WRK-HORA-ED      PIC X(08).

      ******************************************************************
      * AREAS DE IMPRESSAO DO RESUMO
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(32) VALUE
                   'RESUMO DE OPERACOES DO CICLO    '.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-CICLO.
               05  FILLER          PIC X(16) VALUE 'DATA DO CICLO: '.
               05  WLC-DATA-CICLO  PIC X(10).

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(09) VALUE 'PROGRAMA'.
               05  FILLER          PIC X(20) VALUE 'INICIO'.
               05  FILLER          PIC X(20) VALUE 'FIM'.
               05  FILLER          PIC X(05) VALUE '  RC'.
               05  FILLER          PIC X(13) VALUE 'SITUACAO'.
               05  FILLER          PIC X(10) VALUE '    LIDOS'.
               05  FILLER          PIC X(10) VALUE ' GRAVADOS'.
               05  FILLER          PIC X(10) VALUE ' REJEIT.'.

           01  WRK-LINHA-DETALHE.
               05  WLD-PROGRAMA    PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-DATA-INI    PIC X(10).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-HORA-INI    PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-DATA-FIM    PIC X(10).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-HORA-FIM    PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-RC          PIC ZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-SITUACAO    PIC X(12).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-LIDOS       PIC ZZZZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-GRAVADOS    PIC ZZZZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-REJEITADOS  PIC ZZZZZZZZ9.

           01  WRK-LINHA-COMPLEMENTO.
               05  FILLER          PIC X(09) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'HASH: '.
               05  WLX-HASH        PIC Z(17)9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLX-MENSAGEM    PIC X(40).

           01  WRK-LINHA-AUSENTE.
               05  WLA-PROGRAMA    PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  FILLER          PIC X(40) VALUE
                   '*** NAO EXECUTADO NO CICLO ***'.

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(28) VALUE
                   'EXECUCOES NO CICLO.......:'.
               05  WLT-EXECUCOES   PIC ZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(28) VALUE
                   'TERMINADAS OK............:'.
               05  WLT-OK          PIC ZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(28) VALUE
                   'TERMINADAS COM FALHA.....:'.
               05  WLT-FALHAS      PIC ZZZ9.

           01  WRK-LINHA-TOTAL4.
               05  FILLER          PIC X(28) VALUE
                   'RECUSADAS (PREDECESSOR)..:'.
               05  WLT-RECUSADAS   PIC ZZZ9.

           01  WRK-LINHA-TOTAL5.
               05  FILLER          PIC X(28) VALUE
                   'SEM TERMINO (ABEND)......:'.
               05  WLT-SEM-TERMINO PIC ZZZ9.

           01  WRK-LINHA-TOTAL6.
               05  FILLER          PIC X(28) VALUE
                   'PROGRAMAS NAO EXECUTADOS.:'.
               05  WLT-AUSENTES    PIC ZZZ9.

           01  WRK-LINHA-TAB-CHEIA.
               05  FILLER          PIC X(60) VALUE
                   '*** TABELA DE EXECUCOES CHEIA - RESUMO PARCIAL ***'.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-CICLO UNTIL WRK-FIM-ARQUIVO-SIM.
           IF WRK-QTD-EXECUCOES > ZEROS
               PERFORM 3000-IMPRIMIR-EXECUCAO
                   VARYING IDX-EXE FROM 1 BY 1
                   UNTIL IDX-EXE > WRK-QTD-EXECUCOES
           END-IF.
           PERFORM 4000-CONFERIR-ESPERADO
               VARYING IDX-CIC FROM 1 BY 1
               UNTIL IDX-CIC > 4.
           PERFORM 5000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS, DATA DO CICLO E CABECALHO. SEM
      * DATA NO CARTAO, O CICLO E O DO ULTIMO REGISTRO DO LOG
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN OUTPUT CLILOGL.

           MOVE ZEROS TO PRM-DATA-CICLO.
           ACCEPT WRK-CARTAO-PARM.
           IF PRM-DATA-CICLO NOT NUMERIC
               MOVE ZEROS TO PRM-DATA-CICLO
           END-IF.

           OPEN INPUT CLILOG.
           IF FS-CLILOG = '35'
               MOVE 'S' TO WRK-FIM-ARQUIVO
               DISPLAY 'CLILOGR - LOG DE EXECUCAO INEXISTENTE'
           ELSE
               IF PRM-DATA-CICLO = ZEROS
                   PERFORM 1100-ACHAR-ULTIMO-CICLO
                       UNTIL WRK-FIM-ARQUIVO-SIM
                   CLOSE CLILOG
                   OPEN INPUT CLILOG
                   MOVE 'N' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

           MOVE PRM-DATA-CICLO TO WRK-DATA-LOG.
           PERFORM 8100-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WLC-DATA-CICLO.
           PERFORM 8000-CABECALHO.

       1100-ACHAR-ULTIMO-CICLO SECTION.
           READ CLILOG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
           IF NOT WRK-FIM-ARQUIVO-SIM
               IF LOG-DATA-CICLO NUMERIC
                   MOVE LOG-DATA-CICLO TO PRM-DATA-CICLO
               END-IF
           END-IF.

      ******************************************************************
      * CARREGAR CICLO SECTION - GUARDA AS EXECUCOES DA DATA DO CICLO
      ******************************************************************
       2000-CARREGAR-CICLO SECTION.
           READ CLILOG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
               IF LOG-DATA-CICLO = PRM-DATA-CICLO
                   PERFORM 2010-GUARDAR-EXECUCAO
               END-IF
           END-IF.

       2010-GUARDAR-EXECUCAO SECTION.
           MOVE 'N' TO WRK-ACHOU.
           IF LOG-TIPO-FIM AND WRK-QTD-EXECUCOES > ZEROS
               PERFORM 2020-LOCALIZAR-INICIO
                   VARYING IDX-EXE FROM WRK-QTD-EXECUCOES BY -1
                   UNTIL IDX-EXE < 1 OR WRK-ACHOU-SIM
           END-IF.

           IF NOT WRK-ACHOU-SIM
               IF WRK-QTD-EXECUCOES < 500
                   ADD 1 TO WRK-QTD-EXECUCOES
                   SET IDX-EXE TO WRK-QTD-EXECUCOES
                   MOVE REG-LOG-EXECUCAO TO WRK-EXE-REGISTRO (IDX-EXE)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.

      ******************************************************************
      * O TERMINO OCUPA O LUGAR DO INICIO DA MESMA EXECUCAO
      ******************************************************************
       2020-LOCALIZAR-INICIO SECTION.
           MOVE WRK-EXE-REGISTRO (IDX-EXE) TO REG-EXECUCAO.
           IF EXE-TIPO-INICIO
                   AND EXE-PROGRAMA = LOG-PROGRAMA
                   AND EXE-DATA-INICIO = LOG-DATA-INICIO
                   AND EXE-HORA-INICIO = LOG-HORA-INICIO
               MOVE REG-LOG-EXECUCAO TO WRK-EXE-REGISTRO (IDX-EXE)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      ******************************************************************
      * IMPRIMIR EXECUCAO SECTION - UMA LINHA POR EXECUCAO E UMA
      * LINHA COMPLEMENTAR QUANDO HA HASH OU MENSAGEM
      ******************************************************************
       3000-IMPRIMIR-EXECUCAO SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.

           MOVE WRK-EXE-REGISTRO (IDX-EXE) TO REG-EXECUCAO.
           ADD 1 TO WRK-TOTAL-EXECUCOES.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE EXE-PROGRAMA TO WLD-PROGRAMA.

           MOVE EXE-DATA-INICIO TO WRK-DATA-LOG.
           PERFORM 8100-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WLD-DATA-INI.
           MOVE EXE-HORA-INICIO TO WRK-HORA-LOG.
           PERFORM 8110-EDITAR-HORA.
           MOVE WRK-HORA-ED TO WLD-HORA-INI.

           IF EXE-TIPO-FIM
               MOVE EXE-DATA-FIM TO WRK-DATA-LOG
               PERFORM 8100-EDITAR-DATA
               MOVE WRK-DATA-ED TO WLD-DATA-FIM
               MOVE EXE-HORA-FIM TO WRK-HORA-LOG
               PERFORM 8110-EDITAR-HORA
               MOVE WRK-HORA-ED TO WLD-HORA-FIM
               MOVE EXE-RC TO WLD-RC
           END-IF.

           EVALUATE TRUE
               WHEN EXE-TIPO-INICIO
                   MOVE 'SEM TERMINO' TO WLD-SITUACAO
                   ADD 1 TO WRK-TOTAL-SEM-TERMINO
               WHEN EXE-SIT-RECUSADO
                   MOVE 'RECUSADO' TO WLD-SITUACAO
                   ADD 1 TO WRK-TOTAL-RECUSADAS
               WHEN EXE-RC NOT < 8
                   MOVE 'FALHA' TO WLD-SITUACAO
                   ADD 1 TO WRK-TOTAL-FALHAS
               WHEN OTHER
                   MOVE 'OK' TO WLD-SITUACAO
                   ADD 1 TO WRK-TOTAL-OK
           END-EVALUATE.

           MOVE EXE-QTD-LIDOS TO WLD-LIDOS.
           MOVE EXE-QTD-GRAVADOS TO WLD-GRAVADOS.
           MOVE EXE-QTD-REJEITADOS TO WLD-REJEITADOS.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

           IF EXE-HASH NOT = ZEROS OR EXE-MENSAGEM NOT = SPACES
               MOVE EXE-HASH TO WLX-HASH
               MOVE EXE-MENSAGEM TO WLX-MENSAGEM
               MOVE WRK-LINHA-COMPLEMENTO TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1 TO WRK-LINHAS
           END-IF.

      ******************************************************************
      * CONFERIR ESPERADO SECTION - PROGRAMA DA GRADE NOTURNA SEM
      * NENHUMA EXECUCAO NO CICLO
      ******************************************************************
       4000-CONFERIR-ESPERADO SECTION.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-EXECUCOES > ZEROS
               PERFORM 4010-PROCURAR-EXECUCAO
                   VARYING IDX-EXE FROM 1 BY 1
                   UNTIL IDX-EXE > WRK-QTD-EXECUCOES OR WRK-ACHOU-SIM
           END-IF.
           IF NOT WRK-ACHOU-SIM
               IF WRK-LINHAS >= 50
                   PERFORM 8000-CABECALHO
               END-IF
               MOVE WRK-CIC-PROGRAMA (IDX-CIC) TO WLA-PROGRAMA
               MOVE WRK-LINHA-AUSENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1 TO WRK-LINHAS
               ADD 1 TO WRK-TOTAL-AUSENTES
           END-IF.

       4010-PROCURAR-EXECUCAO SECTION.
           MOVE WRK-EXE-REGISTRO (IDX-EXE) TO REG-EXECUCAO.
           IF EXE-PROGRAMA = WRK-CIC-PROGRAMA (IDX-CIC)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      ******************************************************************
      * ENCERRAR SECTION - QUADRO DE TOTAIS E FECHAMENTO
      ******************************************************************
       5000-ENCERRAR SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-EXECUCOES TO WLT-EXECUCOES.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-OK TO WLT-OK.
           MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-FALHAS TO WLT-FALHAS.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-RECUSADAS TO WLT-RECUSADAS.
           MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-SEM-TERMINO TO WLT-SEM-TERMINO.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-AUSENTES TO WLT-AUSENTES.
           MOVE WRK-LINHA-TOTAL6 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-TAB-CHEIA-SIM
               MOVE WRK-LINHA-TAB-CHEIA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           IF FS-CLILOG NOT = '35'
               CLOSE CLILOG
           END-IF.
           CLOSE CLILOGL.

           DISPLAY 'CLILOGR - DATA DO CICLO      : ' PRM-DATA-CICLO.
           DISPLAY 'CLILOGR - EXECUCOES          : '
               WRK-TOTAL-EXECUCOES.
           DISPLAY 'CLILOGR - COM FALHA/RECUSADAS: '
               WRK-TOTAL-FALHAS ' / ' WRK-TOTAL-RECUSADAS.
           DISPLAY 'CLILOGR - SEM TERMINO        : '
               WRK-TOTAL-SEM-TERMINO.
           DISPLAY 'CLILOGR - NAO EXECUTADOS     : '
               WRK-TOTAL-AUSENTES.

      ******************************************************************
      * CABECALHO SECTION
      ******************************************************************
       8000-CABECALHO SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DT-DIA TO WRK-DRE-DIA.
           MOVE WRK-DT-MES TO WRK-DRE-MES.
           MOVE WRK-DT-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WCH-DATA.
           MOVE WRK-PAGINA TO WCH-PAGINA.

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-CICLO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * EDICAO DE DATA AAAAMMDD (WRK-DATA-LOG) E HORA HHMMSSCC
      * (WRK-HORA-LOG) PARA IMPRESSAO
      ******************************************************************
       8100-EDITAR-DATA SECTION.
           MOVE WRK-DL-DIA TO WRK-DRE-DIA.
           MOVE WRK-DL-MES TO WRK-DRE-MES.
           MOVE WRK-DL-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WRK-DATA-ED.

       8110-EDITAR-HORA SECTION.
           MOVE WRK-HL-HORA TO WRK-HLE-HORA.
           MOVE WRK-HL-MIN TO WRK-HLE-MIN.
           MOVE WRK-HL-SEG TO WRK-HLE-SEG.
           MOVE WRK-HORA-LOG-ED TO WRK-HORA-ED.
