       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLICEPR.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RELATORIO DE QUALIDADE DE ENDERECO. CONFERE O CEP DE
      *           CADA CLIENTE DO MESTRE (CLIARQ) CONTRA A TABELA DOS
      *           CORREIOS (CLICEP) E LISTA OS CLIENTES CUJO CEP NAO
      *           CONSTA DA TABELA OU CUJA UF/CIDADE NO CADASTRO NAO
      *           CONFERE COM A DO CEP. OS CLIENTES COM FATURA
      *           DEVOLVIDA (SITUACAO 'D') SAO LISTADOS PRIMEIRO, EM
      *           BLOCO PROPRIO, POR SEREM OS PRIMEIROS A CORRIGIR.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-01  'T' = CONFERE TAMBEM OS CLIENTES INATIVOS
      *          (BRANCO = SO OS ATIVOS)
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

               SELECT CLICEP ASSIGN TO 'CLICEP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CEP-CODIGO
                   FILE STATUS IS FS-CLICEP.

               SELECT CLICEPQ ASSIGN TO 'CLICEPQ'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLICEPQ.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLICEP
               LABEL RECORDS ARE STANDARD.
               COPY CLICEP.

           FD  CLICEPQ
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLICEP        PIC X(02).
           77  FS-CLICEPQ       PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.

           77  WRK-SEM-PROCESSO PIC X(01) VALUE 'N'.
               88  WRK-SEM-PROCESSO-SIM   VALUE 'S'.

      * FASE DA LEITURA DO MESTRE: 'D' = SO FATURA DEVOLVIDA,
      * 'O' = DEMAIS CLIENTES
           77  WRK-FASE         PIC X(01).
               88  WRK-FASE-DEVOLVIDOS    VALUE 'D'.
               88  WRK-FASE-OUTROS        VALUE 'O'.

           77  WRK-MOTIVO       PIC X(20).

           77  WRK-TOTAL-LIDOS        PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-CONFERIDOS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-INEXISTENTES PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-UF-DIVERG    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-CID-DIVERG   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-DEVOLVIDOS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-BLOCO        PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-ABRANGENCIA     PIC X(01).
                   88  PRM-INCLUI-INATIVOS  VALUE 'T'.

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

      ******************************************************************
      * AREAS DE IMPRESSAO DO RELATORIO DE QUALIDADE DE ENDERECO
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'QUALIDADE DE ENDERECO - CEP'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-BLOCO.
               05  FILLER          PIC X(10) VALUE '*** BLOCO:'.
               05  WLB-DESCRICAO   PIC X(50).

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(08) VALUE 'CODIGO'.
               05  FILLER          PIC X(31) VALUE 'NOME'.
               05  FILLER          PIC X(02) VALUE 'S'.
               05  FILLER          PIC X(10) VALUE 'CEP'.
               05  FILLER          PIC X(29) VALUE
                   'CIDADE/UF NO CADASTRO'.
               05  FILLER          PIC X(29) VALUE
                   'CIDADE/UF DO CEP'.
               05  FILLER          PIC X(20) VALUE 'OCORRENCIA'.

           01  WRK-LINHA-DETALHE.
               05  WLD-CODIGO      PIC 9(06).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-NOME        PIC X(30).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-STATUS      PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-CEP         PIC 9(08).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-CIDADE-CAD  PIC X(25).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-UF-CAD      PIC X(02).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-CIDADE-CEP  PIC X(25).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-UF-CEP      PIC X(02).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-MOTIVO      PIC X(20).

           01  WRK-LINHA-SUBTOTAL.
               05  FILLER          PIC X(37) VALUE
                   'CLIENTES COM OCORRENCIA NO BLOCO....:'.
               05  WLS-QTDE        PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(37) VALUE
                   'CLIENTES LIDOS DO MESTRE............:'.
               05  WLT-LIDOS       PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(37) VALUE
                   'CLIENTES CONFERIDOS.................:'.
               05  WLT-CONFERIDOS  PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(37) VALUE
                   'CEP INEXISTENTE NA TABELA...........:'.
               05  WLT-INEXISTENTES PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL4.
               05  FILLER          PIC X(37) VALUE
                   'UF DIVERGENTE DA DO CEP.............:'.
               05  WLT-UF-DIVERG   PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL5.
               05  FILLER          PIC X(37) VALUE
                   'CIDADE DIVERGENTE DA DO CEP.........:'.
               05  WLT-CID-DIVERG  PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL6.
               05  FILLER          PIC X(37) VALUE
                   'DELES COM FATURA DEVOLVIDA (D)......:'.
               05  WLT-DEVOLVIDOS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION - DUAS PASSADAS PELO MESTRE: PRIMEIRO OS
      * CLIENTES COM FATURA DEVOLVIDA, DEPOIS OS DEMAIS
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF NOT WRK-SEM-PROCESSO-SIM
               PERFORM 8000-CABECALHO
               MOVE 'D' TO WRK-FASE
               PERFORM 2000-PASSADA-MESTRE
               MOVE 'O' TO WRK-FASE
               PERFORM 2000-PASSADA-MESTRE
           END-IF.
           PERFORM 3000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - SEM TABELA DE CEP CARREGADA NAO HA O QUE
      * CONFERIR (RC=8)
      ******************************************************************
       1000-INICIAR SECTION.
           MOVE SPACES TO WRK-CARTAO-PARM.
           ACCEPT WRK-CARTAO-PARM.

           OPEN OUTPUT CLICEPQ.

           OPEN INPUT CLICEP.
           IF FS-CLICEP NOT = '00'
               DISPLAY 'CLICEPR - TABELA DE CEP INDISPONIVEL - FS: '
                   FS-CLICEP
               MOVE 'S' TO WRK-SEM-PROCESSO
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * PASSADA MESTRE SECTION - LEITURA SEQUENCIAL COMPLETA DO CLIARQ
      * NA FASE CORRENTE, COM SUBTOTAL DO BLOCO NO FIM
      ******************************************************************
       2000-PASSADA-MESTRE SECTION.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-BLOCO.

           IF WRK-LINHAS >= 45
               PERFORM 8000-CABECALHO
           END-IF.
           IF WRK-FASE-DEVOLVIDOS
               MOVE 'CLIENTES COM FATURA DEVOLVIDA (SITUACAO D)'
                   TO WLB-DESCRICAO
           ELSE
               MOVE 'DEMAIS CLIENTES' TO WLB-DESCRICAO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-BLOCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 2 TO WRK-LINHAS.

           OPEN INPUT CLIARQ.
           IF FS-CLIARQ NOT = '00'
               DISPLAY 'CLICEPR - ERRO NA ABERTURA DO CLIARQ - FS: '
                   FS-CLIARQ
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2100-PROCESSAR-CLIENTE
                   UNTIL WRK-FIM-ARQUIVO-SIM
               CLOSE CLIARQ
           END-IF.

           MOVE WRK-TOTAL-BLOCO TO WLS-QTDE.
           MOVE WRK-LINHA-SUBTOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

       2100-PROCESSAR-CLIENTE SECTION.
           READ CLIARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-SIM
               IF WRK-FASE-DEVOLVIDOS
                   ADD 1 TO WRK-TOTAL-LIDOS
               END-IF
               IF CLI-STATUS-ATIVO OR PRM-INCLUI-INATIVOS
                   IF (WRK-FASE-DEVOLVIDOS
                       AND CLI-SIT-FAT-DEVOLVIDO)
                   OR (WRK-FASE-OUTROS
                       AND NOT CLI-SIT-FAT-DEVOLVIDO)
                       PERFORM 2200-CONFERIR-CEP
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CONFERIR CEP SECTION - CEP AUSENTE DA TABELA, UF DIFERENTE DA
      * DO CEP OU CIDADE DIFERENTE DA DO CEP (NESTA ORDEM; SO A
      * PRIMEIRA OCORRENCIA DO CLIENTE E LISTADA)
      ******************************************************************
       2200-CONFERIR-CEP SECTION.
           ADD 1 TO WRK-TOTAL-CONFERIDOS.
           MOVE SPACES TO WRK-MOTIVO.

           MOVE CLI-END-CEP TO CEP-CODIGO.
           READ CLICEP
               INVALID KEY
                   MOVE SPACES TO REG-CEP
                   MOVE 'CEP INEXISTENTE' TO WRK-MOTIVO
                   ADD 1 TO WRK-TOTAL-INEXISTENTES
           END-READ.

           IF WRK-MOTIVO = SPACES
               IF CEP-UF NOT = CLI-END-UF
                   MOVE 'UF DIVERGENTE' TO WRK-MOTIVO
                   ADD 1 TO WRK-TOTAL-UF-DIVERG
               ELSE
                   IF CEP-CIDADE NOT = CLI-END-CIDADE
                       MOVE 'CIDADE DIVERGENTE' TO WRK-MOTIVO
                       ADD 1 TO WRK-TOTAL-CID-DIVERG
                   END-IF
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-TOTAL-BLOCO
               IF WRK-FASE-DEVOLVIDOS
                   ADD 1 TO WRK-TOTAL-DEVOLVIDOS
               END-IF
               PERFORM 2300-IMPRIMIR-CLIENTE
           END-IF.

       2300-IMPRIMIR-CLIENTE SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.

           MOVE CLI-CODIGO TO WLD-CODIGO.
           MOVE CLI-NOME TO WLD-NOME.
           MOVE CLI-STATUS TO WLD-STATUS.
           MOVE CLI-END-CEP TO WLD-CEP.
           MOVE CLI-END-CIDADE TO WLD-CIDADE-CAD.
           MOVE CLI-END-UF TO WLD-UF-CAD.
           MOVE CEP-CIDADE TO WLD-CIDADE-CEP.
           MOVE CEP-UF TO WLD-UF-CEP.
           MOVE WRK-MOTIVO TO WLD-MOTIVO.

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
           MOVE WRK-TOTAL-CONFERIDOS TO WLT-CONFERIDOS.
           MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-INEXISTENTES TO WLT-INEXISTENTES.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-UF-DIVERG TO WLT-UF-DIVERG.
           MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-CID-DIVERG TO WLT-CID-DIVERG.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-DEVOLVIDOS TO WLT-DEVOLVIDOS.
           MOVE WRK-LINHA-TOTAL6 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF NOT WRK-SEM-PROCESSO-SIM
               CLOSE CLICEP
           END-IF.
           CLOSE CLICEPQ.

           DISPLAY 'CLICEPR - CLIENTES LIDOS     : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLICEPR - CLIENTES CONFERIDOS: '
               WRK-TOTAL-CONFERIDOS.
           DISPLAY 'CLICEPR - CEP INEXISTENTE    : '
               WRK-TOTAL-INEXISTENTES.
           DISPLAY 'CLICEPR - UF DIVERGENTE      : '
               WRK-TOTAL-UF-DIVERG.
           DISPLAY 'CLICEPR - CIDADE DIVERGENTE  : '
               WRK-TOTAL-CID-DIVERG.

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
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.
