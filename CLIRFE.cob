       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIRFE.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: GERACAO DO ARQUIVO DE PEDIDOS DE CONSULTA DA SITUACAO
      *           CADASTRAL (RECEITA FEDERAL) DOS DOCUMENTOS DOS
      *           CLIENTES ATIVOS, PARA O SERVICO EXTERNO DE CONSULTA.
      *           A RESPOSTA DO SERVICO E APLICADA PELO CLIRFR.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-02  PRAZO EM MESES PARA NOVA CONSULTA (DEFAULT 06)
      *
      * SAEM SO OS CLIENTES ATIVOS COM CPF OU CNPJ INFORMADO QUE NUNCA
      * FORAM CONSULTADOS (OU TROCARAM DE DOCUMENTO DEPOIS DA ULTIMA
      * CONSULTA) OU CUJA ULTIMA CONSULTA E ANTERIOR A DATA DE HOJE
      * MENOS O PRAZO DO CARTAO. O ARQUIVO COMECA COM UM CABECALHO
      * DATADO E TERMINA COM UM RODAPE COM A QUANTIDADE DE PEDIDOS E
      * O HASH DOS DOCUMENTOS, COMO O EXTRATO DO FATURAMENTO (CLIEXT).
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLIARQ ASSIGN TO 'CLIARQ'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-DOC-NUMERO
                       WITH DUPLICATES
                   FILE STATUS IS FS-CLIARQ.

               SELECT CLIRFED ASSIGN TO 'CLIRFED'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIRFED.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLIRFED
               LABEL RECORDS ARE STANDARD.
               COPY CLIRFED.

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLIRFED       PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.

           77  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
               88  WRK-ERRO-ABERTURA-SIM  VALUE 'S'.

           77  WRK-TOTAL-LIDOS       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-GRAVADOS    PIC 9(09) COMP VALUE 0.
           77  WRK-TOTAL-NUNCA       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-VENCIDOS    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-EM-DIA      PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-INATIVOS    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-SEM-DOC     PIC 9(06) COMP VALUE 0.
           77  WRK-HASH-DOCUMENTOS   PIC 9(18) VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-MESES           PIC 9(02).

      ******************************************************************
      * DATA DO SISTEMA E DATA DE CORTE (HOJE MENOS O PRAZO EM MESES,
      * NO MESMO DIA DO MES). CONSULTA ANTERIOR AO CORTE ESTA VENCIDA.
      ******************************************************************
           01  WRK-DATA-SISTEMA.
               05  WRK-DT-ANO      PIC 9(04).
               05  WRK-DT-MES      PIC 9(02).
               05  WRK-DT-DIA      PIC 9(02).

           01  WRK-DATA-CORTE.
               05  WRK-CRT-ANO     PIC 9(04).
               05  WRK-CRT-MES     PIC 9(02).
               05  WRK-CRT-DIA     PIC 9(02).
           01  WRK-DATA-CORTE-N REDEFINES WRK-DATA-CORTE
                                   PIC 9(08).

           77  WRK-QTD-MESES       PIC 9(06) COMP VALUE 0.
           77  WRK-RESTO-MESES     PIC 9(02) COMP VALUE 0.
           77  WRK-HORA-GERACAO    PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-ARQUIVO
               UNTIL WRK-FIM-ARQUIVO-SIM.
           PERFORM 3000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - PARAMETRO, DATA DE CORTE, ABERTURAS E
      * CABECALHO DO ARQUIVO DE PEDIDOS
      ******************************************************************
       1000-INICIAR SECTION.
           MOVE ZEROS TO PRM-MESES.
           ACCEPT WRK-CARTAO-PARM.
           IF PRM-MESES NOT NUMERIC
               MOVE 06 TO PRM-MESES
           END-IF.
           IF PRM-MESES = ZEROS
               MOVE 06 TO PRM-MESES
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1100-CALCULAR-CORTE.

           OPEN INPUT CLIARQ.
           IF FS-CLIARQ NOT = '00'
               DISPLAY 'CLIRFE - ERRO NA ABERTURA DO CLIARQ - FS: '
                   FS-CLIARQ
               MOVE 'S' TO WRK-ERRO-ABERTURA
           END-IF.

           OPEN OUTPUT CLIRFED.
           IF FS-CLIRFED NOT = '00'
               DISPLAY 'CLIRFE - ERRO NA ABERTURA DO CLIRFED - FS: '
                   FS-CLIRFED
               MOVE 'S' TO WRK-ERRO-ABERTURA
           END-IF.

           IF WRK-ERRO-ABERTURA-SIM
               MOVE 'S' TO WRK-FIM-ARQUIVO
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1200-GRAVAR-CABECALHO
           END-IF.

      ******************************************************************
      * CALCULAR CORTE SECTION - RECUA O PRAZO EM MESES CONTANDO OS
      * MESES DESDE O ANO ZERO (JANEIRO = 0)
      ******************************************************************
       1100-CALCULAR-CORTE SECTION.
           COMPUTE WRK-QTD-MESES = WRK-DT-ANO * 12
                                 + WRK-DT-MES - 1
                                 - PRM-MESES.
           DIVIDE WRK-QTD-MESES BY 12
               GIVING WRK-CRT-ANO
               REMAINDER WRK-RESTO-MESES.
           COMPUTE WRK-CRT-MES = WRK-RESTO-MESES + 1.
           MOVE WRK-DT-DIA TO WRK-CRT-DIA.

       1200-GRAVAR-CABECALHO SECTION.
           ACCEPT WRK-HORA-GERACAO FROM TIME.
           MOVE SPACES TO REG-CONSULTA-CABECALHO.
           MOVE 'H' TO RFH-TIPO-REG.
           MOVE WRK-DATA-SISTEMA TO RFH-DATA-GERACAO.
           MOVE WRK-HORA-GERACAO TO RFH-HORA-GERACAO.
           WRITE REG-CONSULTA-CABECALHO.

      ******************************************************************
      * PROCESSAR ARQUIVO SECTION - SELECAO DOS DOCUMENTOS A CONSULTAR
      ******************************************************************
       2000-PROCESSAR-ARQUIVO SECTION.
           READ CLIARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
               EVALUATE TRUE
                   WHEN NOT CLI-STATUS-ATIVO
                       ADD 1 TO WRK-TOTAL-INATIVOS
                   WHEN NOT CLI-DOC-CPF AND NOT CLI-DOC-CNPJ
                       ADD 1 TO WRK-TOTAL-SEM-DOC
                   WHEN CLI-DOC-NUMERO NOT NUMERIC
                       ADD 1 TO WRK-TOTAL-SEM-DOC
                   WHEN CLI-DOC-NUMERO = ZEROS
                       ADD 1 TO WRK-TOTAL-SEM-DOC
                   WHEN OTHER
                       PERFORM 2010-VERIFICAR-CONSULTA
               END-EVALUATE
           END-IF.

      ******************************************************************
      * VERIFICAR CONSULTA SECTION - REGISTROS GRAVADOS ANTES DA
      * SITUACAO CADASTRAL TEM BRANCOS NA DATA DA CONSULTA
      ******************************************************************
       2010-VERIFICAR-CONSULTA SECTION.
           IF CLI-DATA-RECEITA NOT NUMERIC
               ADD 1 TO WRK-TOTAL-NUNCA
               PERFORM 2020-GRAVAR-PEDIDO
           ELSE
               IF CLI-DATA-RECEITA = ZEROS
                   ADD 1 TO WRK-TOTAL-NUNCA
                   PERFORM 2020-GRAVAR-PEDIDO
               ELSE
                   IF CLI-DATA-RECEITA < WRK-DATA-CORTE-N
                       ADD 1 TO WRK-TOTAL-VENCIDOS
                       PERFORM 2020-GRAVAR-PEDIDO
                   ELSE
                       ADD 1 TO WRK-TOTAL-EM-DIA
                   END-IF
               END-IF
           END-IF.

       2020-GRAVAR-PEDIDO SECTION.
           MOVE SPACES TO REG-CONSULTA.
           MOVE 'D' TO RFE-TIPO-REG.
           MOVE CLI-CODIGO TO RFE-CODIGO.
           MOVE CLI-DOC-NUMERO TO RFE-DOC-NUMERO.
           MOVE CLI-DOC-TIPO TO RFE-DOC-TIPO.
           WRITE REG-CONSULTA.
           ADD 1 TO WRK-TOTAL-GRAVADOS.
           ADD CLI-DOC-NUMERO TO WRK-HASH-DOCUMENTOS.

      ******************************************************************
      * ENCERRAR SECTION - RODAPE, FECHAMENTO E TOTAIS
      ******************************************************************
       3000-ENCERRAR SECTION.
           IF NOT WRK-ERRO-ABERTURA-SIM
               PERFORM 3010-GRAVAR-RODAPE
           END-IF.

           CLOSE CLIARQ.
           CLOSE CLIRFED.

           DISPLAY 'CLIRFE - PRAZO EM MESES      : ' PRM-MESES.
           DISPLAY 'CLIRFE - DATA DE CORTE       : ' WRK-DATA-CORTE.
           DISPLAY 'CLIRFE - CLIENTES LIDOS      : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIRFE - PEDIDOS GRAVADOS    : '
               WRK-TOTAL-GRAVADOS.
           DISPLAY 'CLIRFE - NUNCA CONSULTADOS   : ' WRK-TOTAL-NUNCA.
           DISPLAY 'CLIRFE - CONSULTA VENCIDA    : '
               WRK-TOTAL-VENCIDOS.
           DISPLAY 'CLIRFE - CONSULTA EM DIA     : ' WRK-TOTAL-EM-DIA.
           DISPLAY 'CLIRFE - CLIENTES INATIVOS   : '
               WRK-TOTAL-INATIVOS.
           DISPLAY 'CLIRFE - SEM CPF/CNPJ        : '
               WRK-TOTAL-SEM-DOC.
           DISPLAY 'CLIRFE - HASH DOCUMENTOS     : '
               WRK-HASH-DOCUMENTOS.

       3010-GRAVAR-RODAPE SECTION.
           MOVE SPACES TO REG-CONSULTA-RODAPE.
           MOVE 'T' TO RFT-TIPO-REG.
           MOVE WRK-TOTAL-GRAVADOS TO RFT-TOTAL-DETALHES.
           MOVE WRK-HASH-DOCUMENTOS TO RFT-HASH-DOCUMENTOS.
           WRITE REG-CONSULTA-RODAPE.
