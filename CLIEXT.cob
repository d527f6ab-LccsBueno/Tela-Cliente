      * 2026-09-01  LBL  REGISTROS 'C' COM OS CONTATOS DE E-MAIL
      *                  (CLICTT) APOS CADA DETALHE DE CLIENTE ATIVO,
      *                  PARA A FATURA ELETRONICA DO FATURAMENTO
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) - O CLIEXT
      *                  ABRE O CICLO NOTURNO (O REINICIO 'R' CONTINUA
      *                  O CICLO CORRENTE) E REGISTRA TOTAIS E HASH
      * 2026-10-15  LBL  CODIGO DO GRUPO ECONOMICO (CLIGRP) NO DETALHE,
      *                  PARA O FATURAMENTO CONSOLIDAR AS FATURAS DO
      *                  GRUPO - SEM O ARQUIVO DE GRUPOS SAI ZERADO
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   RECORD KEY IS CTT-CHAVE
                   FILE STATUS IS FS-CLICTT.

               SELECT CLIGRP ASSIGN TO 'CLIGRP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRP-CHAVE
                   ALTERNATE RECORD KEY IS GRP-CLIENTE
                   FILE STATUS IS FS-CLIGRP.

               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLICTT.

           FD  CLIGRP
               LABEL RECORDS ARE STANDARD.
               COPY CLIGRP.

           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIEXTC       PIC X(02).
           77  FS-CLICTT        PIC X(02).
           77  FS-CLILOG        PIC X(02).
           77  FS-CLIGRP        PIC X(02).

           77  WRK-CTT-DISPONIVEL PIC X(01) VALUE 'N'.
               88  WRK-CTT-DISPONIVEL-SIM VALUE 'S'.

           77  WRK-GRP-DISPONIVEL PIC X(01) VALUE 'N'.
               88  WRK-GRP-DISPONIVEL-SIM VALUE 'S'.

           77  WRK-TOTAL-EM-GRUPO  PIC 9(06) COMP VALUE 0.

           77  WRK-TOTAL-CONTATOS  PIC 9(06) COMP VALUE 0.

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           77  WRK-DATA-GERACAO    PIC 9(08) VALUE 0.
           77  WRK-HORA-GERACAO    PIC 9(08) VALUE 0.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
       0000-PRINCIPAL SECTION.

           PERFORM 1000-ABRIR-ARQUIVOS.
           MOVE 'CLIEXT' TO WRK-LOG-PROGRAMA.
           IF NOT PRM-REINICIO-SIM
               MOVE 'S' TO WRK-LOG-ABRE-CICLO
           END-IF.
           PERFORM 9500-LOG-INICIAR.
           IF WRK-MODO-DELTA-SIM
               PERFORM 2500-EXTRAIR-MUDANCAS
           ELSE
               MOVE 'S' TO WRK-CTT-DISPONIVEL
           END-IF.

           OPEN INPUT CLIGRP.
           IF FS-CLIGRP = '00'
               MOVE 'S' TO WRK-GRP-DISPONIVEL
           END-IF.

           EVALUATE TRUE
               WHEN PRM-REINICIO-SIM
                   PERFORM 1100-PREPARAR-REINICIO
           MOVE CLI-END-UF TO EXT-UF.
           MOVE CLI-END-CEP TO EXT-CEP.
           MOVE WRK-OPER-DETALHE TO EXT-OPERACAO.
           PERFORM 2020-OBTER-GRUPO.
           WRITE REG-EXTRATO.
           ADD 1 TO WRK-TOTAL-GRAVADOS.
           ADD CLI-DOC-NUMERO TO WRK-HASH-DOCUMENTOS.
               PERFORM 2100-GRAVAR-CONTATOS-EMAIL
           END-IF.

      ******************************************************************
      * GRUPO ECONOMICO DO CLIENTE (RAIZ DO CNPJ) - SO O VINCULO
      * LIGADO; DESLIGADO PELO SUPERVISOR OU SEM VINCULO SAI ZERADO
      ******************************************************************
       2020-OBTER-GRUPO SECTION.
           MOVE ZEROS TO EXT-GRUPO.
           IF WRK-GRP-DISPONIVEL-SIM
               MOVE CLI-CODIGO TO GRP-CLIENTE
               READ CLIGRP KEY IS GRP-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRP-SIT-LIGADO
                           MOVE GRP-RAIZ TO EXT-GRUPO
                           ADD 1 TO WRK-TOTAL-EM-GRUPO
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * REGISTROS 'C' COM OS CONTATOS DE E-MAIL DO CLIENTE RECEM
      * GRAVADO, PARA A FATURA ELETRONICA DO FATURAMENTO
           MOVE SPACES TO EXT-UF.
           MOVE ZEROS TO EXT-CEP.
           MOVE 'E' TO EXT-OPERACAO.
           MOVE ZEROS TO EXT-GRUPO.
           WRITE REG-EXTRATO.
           ADD 1 TO WRK-TOTAL-GRAVADOS.

           IF WRK-CTT-DISPONIVEL-SIM
               CLOSE CLICTT
           END-IF.
           IF WRK-GRP-DISPONIVEL-SIM
               CLOSE CLIGRP
           END-IF.
           DISPLAY 'CLIEXT - CLIENTES LIDOS   : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIEXT - CLIENTES GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'CLIEXT - CONTATOS E-MAIL  : ' WRK-TOTAL-CONTATOS.
           DISPLAY 'CLIEXT - LIGADOS A GRUPO  : ' WRK-TOTAL-EM-GRUPO.
           DISPLAY 'CLIEXT - HASH DOCUMENTOS  : ' WRK-HASH-DOCUMENTOS.

           MOVE WRK-TOTAL-LIDOS TO WRK-LOG-QTD-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS TO WRK-LOG-QTD-GRAVADOS.
           MOVE WRK-HASH-DOCUMENTOS TO WRK-LOG-HASH.
           IF WRK-JA-COMPLETO-SIM
               MOVE 'EXTRATO ANTERIOR JA COMPLETO' TO WRK-LOG-MENSAGEM
           END-IF.
           IF WRK-MODO-DELTA-SIM
               MOVE 'EXTRACAO INCREMENTAL' TO WRK-LOG-MENSAGEM
           END-IF.
           PERFORM 9550-LOG-ENCERRAR.

       3010-GRAVAR-RODAPE SECTION.
           MOVE SPACES TO REG-EXTRATO-RODAPE.
           MOVE 'T' TO EXR-TIPO-REG.
               DISPLAY 'CLIEXT - ERRO AO GRAVAR CONTROLE: ' FS-CLIEXTC
           END-IF.
           CLOSE CLIEXTC.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
