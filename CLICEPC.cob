       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLICEPC.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: CARGA DA TABELA DE CEP (CLICEP) A PARTIR DO EXTRATO
      *           DA BASE DOS CORREIOS (CLICEPD). A TABELA E RECRIADA
      *           POR INTEIRO A CADA CARGA. REGISTROS COM CEP NAO
      *           NUMERICO OU ZERADO, UF INVALIDA, CIDADE EM BRANCO
      *           OU CEP REPETIDO SAO REJEITADOS E LISTADOS NO
      *           RELATORIO (CLICEPL) COM O MOTIVO.
      *           EXTRATO VAZIO NAO APAGA A TABELA EM USO (RC=8).
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  EXTRATO CLICEPD LIDO COMO SEQUENCIAL DE
      *                  REGISTRO FIXO (LRECL=150), COMO OS DEMAIS
      *                  ARQUIVOS DE ENTRADA
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLICEPD ASSIGN TO 'CLICEPD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLICEPD.

               SELECT CLICEP ASSIGN TO 'CLICEP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CEP-CODIGO
                   FILE STATUS IS FS-CLICEP.

               SELECT CLICEPL ASSIGN TO 'CLICEPL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLICEPL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLICEPD
               LABEL RECORDS ARE STANDARD.
               COPY CLICEPD.

           FD  CLICEP
               LABEL RECORDS ARE STANDARD.
               COPY CLICEP.

           FD  CLICEPL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLICEPD       PIC X(02).
           77  FS-CLICEP        PIC X(02).
               88  FS-CLICEP-OK           VALUE '00' '02'.
           77  FS-CLICEPL       PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.

           77  WRK-REGISTRO-OK  PIC X(01).
               88  WRK-REGISTRO-OK-SIM    VALUE 'S'.

           77  WRK-UF-VALIDA    PIC X(01).
               88  WRK-UF-VALIDA-SIM      VALUE 'S'.

           77  WRK-TABELA-ABERTA PIC X(01) VALUE 'N'.
               88  WRK-TABELA-ABERTA-SIM  VALUE 'S'.

           77  WRK-MSG-ERRO     PIC X(40).

           77  WRK-TOTAL-LIDOS      PIC 9(08) COMP VALUE 0.
           77  WRK-TOTAL-CARREGADOS PIC 9(08) COMP VALUE 0.
           77  WRK-TOTAL-REJEITADOS PIC 9(08) COMP VALUE 0.

           77  WRK-DATA-CARGA   PIC 9(08) VALUE 0.

      ******************************************************************
      * TABELA DAS UNIDADES DA FEDERACAO PARA VALIDACAO DA UF
      ******************************************************************
           01  WRK-TABELA-UF.
               05  FILLER PIC X(54) VALUE 'ACALAPAMBACEDFESGOMAMGMSMTPA
      -             'PBPEPIPRRJRNRORRRSSCSESPTO'.
           01  WRK-TABELA-UF-R REDEFINES WRK-TABELA-UF.
               05  WRK-UF-ENT       PIC X(02) OCCURS 27 TIMES
                       INDEXED BY IDX-UF.

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
      * AREAS DE IMPRESSAO DO RELATORIO DA CARGA
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'CARGA DA TABELA DE CEP - REJEITADOS'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(10) VALUE 'REGISTRO'.
               05  FILLER          PIC X(10) VALUE 'CEP'.
               05  FILLER          PIC X(04) VALUE 'UF'.
               05  FILLER          PIC X(27) VALUE 'CIDADE'.
               05  FILLER          PIC X(40) VALUE 'MOTIVO'.

           01  WRK-LINHA-DETALHE.
               05  WLD-REGISTRO    PIC ZZZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-CEP         PIC X(08).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-UF          PIC X(02).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-CIDADE      PIC X(25).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-MOTIVO      PIC X(40).

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(37) VALUE
                   'REGISTROS LIDOS DO EXTRATO..........:'.
               05  WLT-LIDOS       PIC ZZZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(37) VALUE
                   'CEPS CARREGADOS NA TABELA...........:'.
               05  WLT-CARREGADOS  PIC ZZZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(37) VALUE
                   'REGISTROS REJEITADOS................:'.
               05  WLT-REJEITADOS  PIC ZZZZZZZ9.

           01  WRK-LINHA-AVISO.
               05  FILLER          PIC X(60) VALUE
                   'EXTRATO VAZIO - TABELA DE CEP EM USO MANTIDA'.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF NOT WRK-FIM-ARQUIVO-SIM
               PERFORM 8000-CABECALHO
               PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQUIVO-SIM
           END-IF.
           PERFORM 3000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - A TABELA SO E RECRIADA DEPOIS DE LIDO O
      * PRIMEIRO REGISTRO DO EXTRATO, PARA QUE UM EXTRATO VAZIO OU
      * AUSENTE NAO DEIXE O CADASTRO SEM TABELA DE CEP
      ******************************************************************
       1000-INICIAR SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-CARGA.

           OPEN OUTPUT CLICEPL.

           OPEN INPUT CLICEPD.
           IF FS-CLICEPD NOT = '00'
               DISPLAY 'CLICEPC - ERRO NA ABERTURA DO CLICEPD - FS: '
                   FS-CLICEPD
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 2900-LER-EXTRATO
           END-IF.

           IF WRK-FIM-ARQUIVO-SIM
               MOVE WRK-LINHA-AVISO TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY 'CLICEPC - EXTRATO VAZIO - TABELA MANTIDA'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CLICEP
               IF FS-CLICEP NOT = '00'
                   DISPLAY 'CLICEPC - ERRO NA ABERTURA DO CLICEP - FS: '
                       FS-CLICEP
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-TABELA-ABERTA
               END-IF
           END-IF.

      ******************************************************************
      * PROCESSAR SECTION - VALIDA E GRAVA UM CEP; O PROXIMO REGISTRO
      * E LIDO NO FIM (O PRIMEIRO FOI LIDO NO 1000-INICIAR)
      ******************************************************************
       2000-PROCESSAR SECTION.
           PERFORM 2100-VALIDAR-REGISTRO.

           IF WRK-REGISTRO-OK-SIM
               PERFORM 2200-GRAVAR-CEP
           ELSE
               PERFORM 2300-REJEITAR-REGISTRO
           END-IF.

           PERFORM 2900-LER-EXTRATO.

       2100-VALIDAR-REGISTRO SECTION.
           MOVE 'S' TO WRK-REGISTRO-OK.
           MOVE SPACES TO WRK-MSG-ERRO.

           IF CRR-CEP NOT NUMERIC
               MOVE 'N' TO WRK-REGISTRO-OK
               MOVE 'CEP NAO NUMERICO' TO WRK-MSG-ERRO
           ELSE
               IF CRR-CEP = ZEROS
                   MOVE 'N' TO WRK-REGISTRO-OK
                   MOVE 'CEP ZERADO' TO WRK-MSG-ERRO
               END-IF
           END-IF.

           IF WRK-REGISTRO-OK-SIM
               PERFORM 2110-VALIDAR-UF
               IF NOT WRK-UF-VALIDA-SIM
                   MOVE 'N' TO WRK-REGISTRO-OK
                   MOVE 'UF INVALIDA' TO WRK-MSG-ERRO
               END-IF
           END-IF.

           IF WRK-REGISTRO-OK-SIM
               IF CRR-CIDADE = SPACES
                   MOVE 'N' TO WRK-REGISTRO-OK
                   MOVE 'CIDADE EM BRANCO' TO WRK-MSG-ERRO
               END-IF
           END-IF.

       2110-VALIDAR-UF SECTION.
           MOVE 'N' TO WRK-UF-VALIDA.
           SET IDX-UF TO 1.
           SEARCH WRK-UF-ENT
               AT END
                   MOVE 'N' TO WRK-UF-VALIDA
               WHEN WRK-UF-ENT (IDX-UF) = CRR-UF
                   MOVE 'S' TO WRK-UF-VALIDA
           END-SEARCH.

      ******************************************************************
      * GRAVAR CEP SECTION - CHAVE REPETIDA NO EXTRATO E REJEITADA
      * (PREVALECE A PRIMEIRA OCORRENCIA)
      ******************************************************************
       2200-GRAVAR-CEP SECTION.
           MOVE SPACES TO REG-CEP.
           MOVE CRR-CEP TO CEP-CODIGO.
           MOVE CRR-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE CRR-BAIRRO TO CEP-BAIRRO.
           MOVE CRR-CIDADE TO CEP-CIDADE.
           MOVE CRR-UF TO CEP-UF.
           MOVE WRK-DATA-CARGA TO CEP-DATA-CARGA.

           WRITE REG-CEP
               INVALID KEY
                   MOVE 'CEP REPETIDO NO EXTRATO' TO WRK-MSG-ERRO
                   PERFORM 2300-REJEITAR-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CARREGADOS
           END-WRITE.

           IF NOT FS-CLICEP-OK
              AND FS-CLICEP (1 : 1) NOT = '2'
               MOVE 'ERRO DE E/S NA GRAVACAO DA TABELA'
                   TO WRK-MSG-ERRO
               PERFORM 2300-REJEITAR-REGISTRO
           END-IF.

       2300-REJEITAR-REGISTRO SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.

           MOVE WRK-TOTAL-LIDOS TO WLD-REGISTRO.
           MOVE CRR-CEP TO WLD-CEP.
           MOVE CRR-UF TO WLD-UF.
           MOVE CRR-CIDADE TO WLD-CIDADE.
           MOVE WRK-MSG-ERRO TO WLD-MOTIVO.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.
           ADD 1 TO WRK-TOTAL-REJEITADOS.

       2900-LER-EXTRATO SECTION.
           READ CLICEPD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
           END-IF.

      ******************************************************************
      * ENCERRAR SECTION - TOTAIS E FECHAMENTO
      ******************************************************************
       3000-ENCERRAR SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-LIDOS TO WLT-LIDOS.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-CARREGADOS TO WLT-CARREGADOS.
           MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-REJEITADOS TO WLT-REJEITADOS.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF FS-CLICEPD = '00' OR FS-CLICEPD = '10'
               CLOSE CLICEPD
           END-IF.
           IF WRK-TABELA-ABERTA-SIM
               CLOSE CLICEP
               IF WRK-TOTAL-CARREGADOS = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CLICEPL.

           DISPLAY 'CLICEPC - REGISTROS LIDOS : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLICEPC - CEPS CARREGADOS : ' WRK-TOTAL-CARREGADOS.
           DISPLAY 'CLICEPC - REJEITADOS      : ' WRK-TOTAL-REJEITADOS.

      ******************************************************************
      * CABECALHO SECTION
      ******************************************************************
       8000-CABECALHO SECTION.
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
