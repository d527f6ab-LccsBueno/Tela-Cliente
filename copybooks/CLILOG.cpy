      ******************************************************************
      * CLILOG - LAYOUT DO REGISTRO DO LOG DE EXECUCAO DO CICLO (CLILOG)
      * ARQUIVO SEQUENCIAL ACUMULATIVO, COMPARTILHADO PELOS PROGRAMAS
      * BATCH. CADA EXECUCAO GRAVA UM REGISTRO 'I' NO INICIO E UM
      * REGISTRO 'F' NO TERMINO (COM A DATA/HORA DE INICIO REPETIDA,
      * RC E TOTAIS). UM 'I' SEM O 'F' CORRESPONDENTE E UMA EXECUCAO
      * INTERROMPIDA (ABEND) OU AINDA EM ANDAMENTO.
      ******************************************************************
           01  REG-LOG-EXECUCAO.
               05  LOG-PROGRAMA        PIC X(08).
               05  LOG-DATA-CICLO      PIC 9(08).
               05  LOG-TIPO            PIC X(01).
                   88  LOG-TIPO-INICIO      VALUE 'I'.
                   88  LOG-TIPO-FIM         VALUE 'F'.
               05  LOG-DATA-INICIO     PIC 9(08).
               05  LOG-HORA-INICIO     PIC 9(08).
               05  LOG-DATA-FIM        PIC 9(08).
               05  LOG-HORA-FIM        PIC 9(08).
               05  LOG-RC              PIC 9(04).
               05  LOG-SITUACAO        PIC X(01).
                   88  LOG-SIT-EXECUTANDO   VALUE 'E'.
                   88  LOG-SIT-CONCLUIDO    VALUE 'C'.
                   88  LOG-SIT-RECUSADO     VALUE 'R'.
               05  LOG-QTD-LIDOS       PIC 9(09).
               05  LOG-QTD-GRAVADOS    PIC 9(09).
               05  LOG-QTD-REJEITADOS  PIC 9(09).
               05  LOG-HASH            PIC 9(18).
               05  LOG-MENSAGEM        PIC X(40).
               05  FILLER              PIC X(21).
