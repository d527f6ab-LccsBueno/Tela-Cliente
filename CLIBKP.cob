       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIBKP.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: DESCARGA (BACKUP) DA BASE DE CLIENTES. GRAVA O
      *           MESTRE (CLIARQ) E OS CONTATOS (CLICTT) EM ARQUIVO
      *           SEQUENCIAL (CLIBKP, LIVRO CLIBKPD) COM CABECALHO
      *           DATADO E RODAPE DE QUANTIDADES E TOTAIS DE CONTROLE
      *           DOS DOCUMENTOS. O BACKUP E RECARREGADO PELO CLIBKR E
      *           A DATA/HORA DO CABECALHO E O PONTO DE PARTIDA DA
      *           RECUPERACAO PELA TRILHA (CLIRCV).
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  ERRO NA ABERTURA OU NA LEITURA DO CLICTT
      *                  OU DO CLIARQ ENCERRA O BACKUP COMO INCOMPLETO
      *                  (RC=12), SEM RODAPE
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

               SELECT CLICTT ASSIGN TO 'CLICTT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTT-CHAVE
                   FILE STATUS IS FS-CLICTT.

               SELECT CLIBKP ASSIGN TO 'CLIBKP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIBKP.

               SELECT CLIBKPL ASSIGN TO 'CLIBKPL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIBKPL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLICTT
               LABEL RECORDS ARE STANDARD.
               COPY CLICTT.

           FD  CLIBKP
               LABEL RECORDS ARE STANDARD.
               COPY CLIBKPD.

           FD  CLIBKPL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLICTT        PIC X(02).
           77  FS-CLIBKP        PIC X(02).
           77  FS-CLIBKPL       PIC X(02).

           77  WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
               88  WRK-FIM-MESTRE-SIM     VALUE 'S'.

           77  WRK-FIM-CONTATOS PIC X(01) VALUE 'N'.
               88  WRK-FIM-CONTATOS-SIM   VALUE 'S'.

           77  WRK-ERRO-GRAVACAO PIC X(01) VALUE 'N'.
               88  WRK-ERRO-GRAVACAO-SIM  VALUE 'S'.

      ******************************************************************
      * QUANTIDADES E TOTAIS DE CONTROLE DO RODAPE
      ******************************************************************
           77  WRK-QTD-CLIENTES     PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-CONTATOS     PIC 9(08) COMP VALUE 0.
           77  WRK-HASH-DOCUMENTOS  PIC 9(18) VALUE 0.
           77  WRK-HASH-CONTATOS    PIC 9(18) VALUE 0.

      ******************************************************************
      * DATA E HORA DO INICIO DA DESCARGA
      ******************************************************************
           77  WRK-DATA-INICIO  PIC 9(08) VALUE 0.
           77  WRK-HORA-INICIO  PIC 9(08) VALUE 0.

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
      * AREAS DE IMPRESSAO DO RELATORIO DA DESCARGA
      ******************************************************************
           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'DESCARGA DA BASE DE CLIENTES'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).

           01  WRK-LINHA-MARCO.
               05  FILLER          PIC X(37) VALUE
                   'INICIO DA DESCARGA (DATA/HORA)......:'.
               05  WLM-DATA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLM-HORA        PIC 9(08).

           01  WRK-LINHA-TOTAL.
               05  WLT-TEXTO       PIC X(37).
               05  WLT-VALOR       PIC Z(17)9.

           01  WRK-LINHA-ERRO.
               05  FILLER          PIC X(60) VALUE
                   '*** ERRO NA DESCARGA - BACKUP INCOMPLETO, NAO USAR'.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF NOT WRK-ERRO-GRAVACAO-SIM
               PERFORM 2000-DESCARREGAR-MESTRE
                   UNTIL WRK-FIM-MESTRE-SIM
               PERFORM 3000-DESCARREGAR-CONTATOS
                   UNTIL WRK-FIM-CONTATOS-SIM
               PERFORM 4000-GRAVAR-RODAPE
           END-IF.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS E CABECALHO DO BACKUP. O MARCO E
      * TOMADO ANTES DA PRIMEIRA LEITURA DO MESTRE
      ******************************************************************
       1000-INICIAR SECTION.
           ACCEPT WRK-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-INICIO FROM TIME.

           OPEN OUTPUT CLIBKPL.

           OPEN INPUT CLIARQ.
           IF FS-CLIARQ NOT = '00'
               DISPLAY 'CLIBKP - ERRO NA ABERTURA DO CLIARQ - FS: '
                   FS-CLIARQ
               MOVE 'S' TO WRK-ERRO-GRAVACAO
               MOVE 'S' TO WRK-FIM-MESTRE
           END-IF.

           OPEN INPUT CLICTT.
           IF FS-CLICTT = '35'
               MOVE 'S' TO WRK-FIM-CONTATOS
           ELSE
               IF FS-CLICTT NOT = '00'
                   DISPLAY 'CLIBKP - ERRO NA ABERTURA DO CLICTT - FS: '
                       FS-CLICTT
                   MOVE 'S' TO WRK-ERRO-GRAVACAO
                   MOVE 'S' TO WRK-FIM-CONTATOS
               END-IF
           END-IF.

           OPEN OUTPUT CLIBKP.
           IF FS-CLIBKP NOT = '00'
               DISPLAY 'CLIBKP - ERRO NA ABERTURA DO CLIBKP - FS: '
                   FS-CLIBKP
               MOVE 'S' TO WRK-ERRO-GRAVACAO
           END-IF.

           IF NOT WRK-ERRO-GRAVACAO-SIM
               MOVE SPACES TO REG-BACKUP
               MOVE 'H' TO BKP-TIPO
               MOVE WRK-DATA-INICIO TO BKP-CAB-DATA
               MOVE WRK-HORA-INICIO TO BKP-CAB-HORA
               MOVE LENGTH OF REG-CLIENTE TO BKP-CAB-TAM-CLIENTE
               MOVE LENGTH OF REG-CONTATO TO BKP-CAB-TAM-CONTATO
               PERFORM 8000-GRAVAR-BACKUP
           END-IF.

      ******************************************************************
      * DESCARREGAR MESTRE SECTION - UM REGISTRO 'C' POR CLIENTE
      ******************************************************************
       2000-DESCARREGAR-MESTRE SECTION.
           READ CLIARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-READ.
      * ERRO DE LEITURA (SEM AT END) ENCERRA A DESCARGA COMO FALHA,
      * SEM RODAPE - A GERACAO NAO SERVE PARA A RECARGA. '02' E A
      * LEITURA OK COM DOCUMENTO REPETIDO NA CHAVE ALTERNADA.
           IF FS-CLIARQ NOT = '00' AND FS-CLIARQ NOT = '02'
                   AND FS-CLIARQ NOT = '10'
               DISPLAY 'CLIBKP - ERRO NA LEITURA DO CLIARQ - FS: '
                   FS-CLIARQ
               MOVE 'S' TO WRK-ERRO-GRAVACAO
               MOVE 'S' TO WRK-FIM-MESTRE
               MOVE 'S' TO WRK-FIM-CONTATOS
           END-IF.

           IF NOT WRK-FIM-MESTRE-SIM
               MOVE SPACES TO REG-BACKUP
               MOVE 'C' TO BKP-TIPO
               MOVE REG-CLIENTE TO BKP-DADOS
               PERFORM 8000-GRAVAR-BACKUP
               ADD 1 TO WRK-QTD-CLIENTES
               COMPUTE WRK-HASH-DOCUMENTOS =
                   WRK-HASH-DOCUMENTOS + CLI-DOC-NUMERO
               IF WRK-ERRO-GRAVACAO-SIM
                   MOVE 'S' TO WRK-FIM-MESTRE
                   MOVE 'S' TO WRK-FIM-CONTATOS
               END-IF
           END-IF.

      ******************************************************************
      * DESCARREGAR CONTATOS SECTION - UM REGISTRO 'T' POR CONTATO
      ******************************************************************
       3000-DESCARREGAR-CONTATOS SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONTATOS
           END-READ.
      * ERRO DE LEITURA (SEM AT END) ENCERRA A DESCARGA COMO FALHA,
      * SEM RODAPE - A GERACAO NAO SERVE PARA A RECARGA
           IF FS-CLICTT NOT = '00' AND FS-CLICTT NOT = '10'
               DISPLAY 'CLIBKP - ERRO NA LEITURA DO CLICTT - FS: '
                   FS-CLICTT
               MOVE 'S' TO WRK-ERRO-GRAVACAO
               MOVE 'S' TO WRK-FIM-CONTATOS
           END-IF.

           IF NOT WRK-FIM-CONTATOS-SIM
               MOVE SPACES TO REG-BACKUP
               MOVE 'T' TO BKP-TIPO
               MOVE REG-CONTATO TO BKP-DADOS
               PERFORM 8000-GRAVAR-BACKUP
               ADD 1 TO WRK-QTD-CONTATOS
               COMPUTE WRK-HASH-CONTATOS =
                   WRK-HASH-CONTATOS + CTT-CLIENTE
               IF WRK-ERRO-GRAVACAO-SIM
                   MOVE 'S' TO WRK-FIM-CONTATOS
               END-IF
           END-IF.

      ******************************************************************
      * GRAVAR RODAPE SECTION - QUANTIDADES E TOTAIS DE CONTROLE
      ******************************************************************
       4000-GRAVAR-RODAPE SECTION.
           IF NOT WRK-ERRO-GRAVACAO-SIM
               MOVE SPACES TO REG-BACKUP
               MOVE 'F' TO BKP-TIPO
               MOVE WRK-QTD-CLIENTES TO BKP-ROD-QTD-CLIENTES
               MOVE WRK-QTD-CONTATOS TO BKP-ROD-QTD-CONTATOS
               MOVE WRK-HASH-DOCUMENTOS TO BKP-ROD-HASH-DOCUMENTOS
               MOVE WRK-HASH-CONTATOS TO BKP-ROD-HASH-CONTATOS
               PERFORM 8000-GRAVAR-BACKUP
           END-IF.

       8000-GRAVAR-BACKUP SECTION.
           WRITE REG-BACKUP.
           IF FS-CLIBKP NOT = '00'
               DISPLAY 'CLIBKP - ERRO NA GRAVACAO DO CLIBKP - FS: '
                   FS-CLIBKP
               MOVE 'S' TO WRK-ERRO-GRAVACAO
           END-IF.

      ******************************************************************
      * ENCERRAR SECTION - RELATORIO DE CONTROLE E FECHAMENTO
      ******************************************************************
       9000-ENCERRAR SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DT-DIA TO WRK-DRE-DIA.
           MOVE WRK-DT-MES TO WRK-DRE-MES.
           MOVE WRK-DT-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WCH-DATA.
           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-DATA-INICIO TO WLM-DATA.
           MOVE WRK-HORA-INICIO TO WLM-HORA.
           MOVE WRK-LINHA-MARCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CLIENTES DESCARREGADOS..............:' TO WLT-TEXTO.
           MOVE WRK-QTD-CLIENTES TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CONTATOS DESCARREGADOS..............:' TO WLT-TEXTO.
           MOVE WRK-QTD-CONTATOS TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DE CONTROLE DOS DOCUMENTOS....:' TO WLT-TEXTO.
           MOVE WRK-HASH-DOCUMENTOS TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DE CONTROLE DOS CONTATOS......:' TO WLT-TEXTO.
           MOVE WRK-HASH-CONTATOS TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-ERRO-GRAVACAO-SIM
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-ERRO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 12 TO RETURN-CODE
           END-IF.

           CLOSE CLIARQ.
           IF FS-CLICTT NOT = '35'
               CLOSE CLICTT
           END-IF.
           CLOSE CLIBKP.
           CLOSE CLIBKPL.

           DISPLAY 'CLIBKP - MARCO DA DESCARGA   : ' WRK-DATA-INICIO
               ' ' WRK-HORA-INICIO.
           DISPLAY 'CLIBKP - CLIENTES            : ' WRK-QTD-CLIENTES.
           DISPLAY 'CLIBKP - CONTATOS            : ' WRK-QTD-CONTATOS.
