       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIPENR.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RELATORIO DIARIO DE EXCECAO DAS ALTERACOES DE NOME E
      *           DOCUMENTO E DAS REVISOES DE SITUACAO NA RECEITA
      *           PENDENTES DE APROVACAO (CLIPEN). LISTA AS
      *           PENDENCIAS AINDA NAO DECIDIDAS PELO SUPERVISOR HA
      *           MAIS DO QUE O LIMITE DE DIAS DO CARTAO, DA MAIS
      *           ANTIGA PARA A MAIS RECENTE.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-03  DIAS EM ABERTO PARA ENTRAR NO RELATORIO (DEFAULT 005)
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  REVISAO DE DOCUMENTO BAIXADO/CANCELADO NA
      *                  RECEITA (TIPO 'R', CLIRFR) IDENTIFICADA NA
      *                  COLUNA DE CAMPOS COM A SITUACAO ENCONTRADA
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLIPEN ASSIGN TO 'CLIPEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PEN-NUMERO
                   ALTERNATE RECORD KEY IS PEN-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-CLIPEN.

               SELECT CLIPENL ASSIGN TO 'CLIPENL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIPENL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIPEN
               LABEL RECORDS ARE STANDARD.
               COPY CLIPEN.

           FD  CLIPENL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIPEN        PIC X(02).
               88  FS-CLIPEN-OK           VALUE '00' '02'.
           77  FS-CLIPENL       PIC X(02).

           77  WRK-FIM-PENDENCIAS PIC X(01) VALUE 'N'.
               88  WRK-FIM-PENDENCIAS-SIM VALUE 'S'.

           77  WRK-TOTAL-LIDOS     PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ABERTAS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ATRASADAS PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-DIAS-LIMITE     PIC 9(03).

           77  WRK-DATA-HOJE    PIC 9(08) VALUE 0.
           77  WRK-HOJE-DIAS    PIC 9(07) COMP VALUE 0.
           77  WRK-DIAS-ABERTA  PIC 9(07) COMP VALUE 0.

      ******************************************************************
      * AREAS DO CALCULO DE DATAS (DIAS EM ABERTO) - VER CLIDATP
      ******************************************************************
           COPY CLIDATW.

      ******************************************************************
      * DATA DO SISTEMA E EDICAO DE DATAS
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

           01  WRK-DATA-EDITAR.
               05  WRK-DE-ANO      PIC 9(04).
               05  WRK-DE-MES      PIC 9(02).
               05  WRK-DE-DIA      PIC 9(02).

      ******************************************************************
      * AREAS DE IMPRESSAO DO RELATORIO DE PENDENCIAS
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'ALTERACOES PENDENTES DE APROVACAO'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-FILTROS.
               05  FILLER          PIC X(37) VALUE
                   'PENDENTES HA MAIS DE (DIAS).........:'.
               05  WFL-DIAS        PIC ZZ9.

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(08) VALUE 'PENDENC.'.
               05  FILLER          PIC X(08) VALUE 'CLIENTE'.
               05  FILLER          PIC X(10) VALUE 'SOLICIT.'.
               05  FILLER          PIC X(12) VALUE 'DATA SOLIC.'.
               05  FILLER          PIC X(07) VALUE '   DIAS'.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  FILLER          PIC X(16) VALUE 'CAMPOS'.
               05  FILLER          PIC X(41) VALUE 'NOME NO CADASTRO'.
               05  FILLER          PIC X(14) VALUE 'DOC. PROPOSTO'.

           01  WRK-LINHA-DETALHE.
               05  WLD-NUMERO      PIC ZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-CLIENTE     PIC ZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-SOLICITANTE PIC X(08).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-DATA-SOLIC  PIC X(10).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-DIAS        PIC ZZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-CAMPOS      PIC X(14).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-NOME        PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-DOC-NOVO    PIC X(14).

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(37) VALUE
                   'PENDENCIAS LIDAS....................:'.
               05  WLT-LIDOS       PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(37) VALUE
                   'PENDENCIAS EM ABERTO................:'.
               05  WLT-ABERTAS     PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(37) VALUE
                   'EM ABERTO ACIMA DO LIMITE DE DIAS...:'.
               05  WLT-ATRASADAS   PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           PERFORM 8000-CABECALHO.
           PERFORM 2000-PROCESSAR UNTIL WRK-FIM-PENDENCIAS-SIM.
           PERFORM 3000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS E PARAMETROS
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN INPUT CLIPEN.
           IF FS-CLIPEN = '35'
               MOVE 'S' TO WRK-FIM-PENDENCIAS
               DISPLAY 'CLIPENR - ARQUIVO DE PENDENCIAS INEXISTENTE'
           END-IF.

           OPEN OUTPUT CLIPENL.

           MOVE ZEROS TO PRM-DIAS-LIMITE.
           ACCEPT WRK-CARTAO-PARM.
           IF PRM-DIAS-LIMITE NOT NUMERIC
               MOVE 005 TO PRM-DIAS-LIMITE
           END-IF.
           IF PRM-DIAS-LIMITE = ZEROS
               MOVE 005 TO PRM-DIAS-LIMITE
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DTC-DATA.
           PERFORM 8700-DATA-PARA-DIAS.
           MOVE WRK-DTC-DIAS TO WRK-HOJE-DIAS.

      ******************************************************************
      * PROCESSAR SECTION - SO AS PENDENCIAS EM ABERTO ALEM DO LIMITE
      ******************************************************************
       2000-PROCESSAR SECTION.
           READ CLIPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENCIAS
           END-READ.

           IF NOT WRK-FIM-PENDENCIAS-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
               IF PEN-SIT-PENDENTE
                   ADD 1 TO WRK-TOTAL-ABERTAS
                   MOVE PEN-DATA-SOLIC TO WRK-DTC-DATA
                   PERFORM 8700-DATA-PARA-DIAS
                   COMPUTE WRK-DIAS-ABERTA =
                       WRK-HOJE-DIAS - WRK-DTC-DIAS
                   IF WRK-DIAS-ABERTA > PRM-DIAS-LIMITE
                       ADD 1 TO WRK-TOTAL-ATRASADAS
                       PERFORM 2100-IMPRIMIR-PENDENCIA
                   END-IF
               END-IF
           END-IF.

       2100-IMPRIMIR-PENDENCIA SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.

           MOVE PEN-NUMERO TO WLD-NUMERO.
           MOVE PEN-CLIENTE TO WLD-CLIENTE.
           MOVE PEN-SOLICITANTE TO WLD-SOLICITANTE.
           MOVE PEN-DATA-SOLIC TO WRK-DATA-EDITAR.
           MOVE WRK-DE-DIA TO WRK-DRE-DIA.
           MOVE WRK-DE-MES TO WRK-DRE-MES.
           MOVE WRK-DE-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WLD-DATA-SOLIC.
           MOVE WRK-DIAS-ABERTA TO WLD-DIAS.

           MOVE SPACES TO WLD-CAMPOS.
           IF PEN-TIPO-RECEITA
               MOVE 'SIT. RECEITA' TO WLD-CAMPOS
               MOVE PEN-SIT-RECEITA TO WLD-CAMPOS (14 : 1)
           END-IF.
           IF PEN-NOME-ANT NOT = PEN-NOME-NOVO
               MOVE 'NOME' TO WLD-CAMPOS
           END-IF.
           MOVE SPACES TO WLD-DOC-NOVO.
           IF PEN-DOC-NUMERO-ANT NOT = PEN-DOC-NUMERO-NOVO
              OR PEN-DOC-TIPO-ANT NOT = PEN-DOC-TIPO-NOVO
               MOVE PEN-DOC-NUMERO-NOVO TO WLD-DOC-NOVO
               IF WLD-CAMPOS = SPACES
                   MOVE 'DOCUMENTO' TO WLD-CAMPOS
               ELSE
                   MOVE 'NOME+DOCUMENTO' TO WLD-CAMPOS
               END-IF
           END-IF.
           MOVE PEN-NOME-ANT TO WLD-NOME.

           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

      ******************************************************************
      * ENCERRAR SECTION - TOTAIS E FECHAMENTO
      ******************************************************************
       3000-ENCERRAR SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-LIDOS TO WLT-LIDOS.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-ABERTAS TO WLT-ABERTAS.
           MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-ATRASADAS TO WLT-ATRASADAS.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF FS-CLIPEN NOT = '35'
               CLOSE CLIPEN
           END-IF.
           CLOSE CLIPENL.

           DISPLAY 'CLIPENR - PENDENCIAS LIDAS    : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIPENR - PENDENCIAS EM ABERTO: ' WRK-TOTAL-ABERTAS.
           DISPLAY 'CLIPENR - ACIMA DO LIMITE     : '
               WRK-TOTAL-ATRASADAS.

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
           MOVE PRM-DIAS-LIMITE TO WFL-DIAS.

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-FILTROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * CALCULO DE DATAS (SECTIONS 8700/8710 - VER CLIDATP)
      ******************************************************************
           COPY CLIDATP.
