       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIBKR.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RECARGA DA BASE DE CLIENTES A PARTIR DO BACKUP
      *           GERADO PELO CLIBKP. A PRIMEIRA PASSAGEM CONFERE O
      *           BACKUP INTEIRO (CABECALHO NO INICIO, RODAPE NO FIM,
      *           TAMANHO DOS REGISTROS, QUANTIDADES E TOTAIS DE
      *           CONTROLE); SO SE TUDO CONFERIR A SEGUNDA PASSAGEM
      *           RECRIA O MESTRE (CLIARQ) E OS CONTATOS (CLICTT).
      *           BACKUP DIVERGENTE ENCERRA COM RC=12 SEM TOCAR NA
      *           BASE. APOS A RECARGA, RODAR A RECUPERACAO (CLIRCV)
      *           PARA REAPLICAR A TRILHA POSTERIOR AO BACKUP.
      * AUTHOR  : LUCCAS BUENO DE LIMA
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

               SELECT CLICTT ASSIGN TO 'CLICTT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTT-CHAVE
                   FILE STATUS IS FS-CLICTT.

               SELECT CLIBKP ASSIGN TO 'CLIBKP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIBKP.

               SELECT CLIBKRL ASSIGN TO 'CLIBKRL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIBKRL.

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

           FD  CLIBKRL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLICTT        PIC X(02).
           77  FS-CLIBKP        PIC X(02).
           77  FS-CLIBKRL       PIC X(02).

           77  WRK-FIM-BACKUP   PIC X(01) VALUE 'N'.
               88  WRK-FIM-BACKUP-SIM     VALUE 'S'.

           77  WRK-BACKUP-VALIDO PIC X(01) VALUE 'S'.
               88  WRK-BACKUP-VALIDO-SIM  VALUE 'S'.

           77  WRK-ERRO-RECARGA PIC X(01) VALUE 'N'.
               88  WRK-ERRO-RECARGA-SIM   VALUE 'S'.

      * TIPO DO ULTIMO REGISTRO LIDO NA CONFERENCIA (RODAPE NO FIM)
           77  WRK-TIPO-ANTERIOR PIC X(01) VALUE SPACES.

           77  WRK-MOTIVO       PIC X(60) VALUE SPACES.

      ******************************************************************
      * CONTAGENS DA CONFERENCIA E DA RECARGA
      ******************************************************************
           77  WRK-QTD-LIDOS        PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-CABECALHOS   PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-RODAPES      PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-CLIENTES     PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-CONTATOS     PIC 9(08) COMP VALUE 0.
           77  WRK-HASH-DOCUMENTOS  PIC 9(18) VALUE 0.
           77  WRK-HASH-CONTATOS    PIC 9(18) VALUE 0.
           77  WRK-QTD-CLI-GRAVADOS PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-CTT-GRAVADOS PIC 9(08) COMP VALUE 0.

      ******************************************************************
      * VALORES DO CABECALHO E DO RODAPE DO BACKUP
      ******************************************************************
           77  WRK-BKP-DATA         PIC 9(08) VALUE 0.
           77  WRK-BKP-HORA         PIC 9(08) VALUE 0.
           77  WRK-ROD-QTD-CLIENTES PIC 9(08) VALUE 0.
           77  WRK-ROD-QTD-CONTATOS PIC 9(08) VALUE 0.
           77  WRK-ROD-HASH-DOC     PIC 9(18) VALUE 0.
           77  WRK-ROD-HASH-CTT     PIC 9(18) VALUE 0.

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
      * AREAS DE IMPRESSAO DO RELATORIO DA RECARGA
      ******************************************************************
           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'RECARGA DA BASE DE CLIENTES'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).

           01  WRK-LINHA-MARCO.
               05  FILLER          PIC X(37) VALUE
                   'BACKUP DE (DATA/HORA)...............:'.
               05  WLM-DATA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLM-HORA        PIC 9(08).

           01  WRK-LINHA-CONFERE.
               05  WLC-TEXTO       PIC X(37).
               05  WLC-RODAPE      PIC Z(17)9.
               05  FILLER          PIC X(03) VALUE SPACES.
               05  WLC-LIDO        PIC Z(17)9.

           01  WRK-LINHA-TITULO-CONFERE.
               05  FILLER          PIC X(37) VALUE SPACES.
               05  FILLER          PIC X(18) VALUE
                   '         NO RODAPE'.
               05  FILLER          PIC X(03) VALUE SPACES.
               05  FILLER          PIC X(18) VALUE
                   '    NO BACKUP LIDO'.

           01  WRK-LINHA-TOTAL.
               05  WLT-TEXTO       PIC X(37).
               05  WLT-VALOR       PIC Z(17)9.

           01  WRK-LINHA-MOTIVO.
               05  FILLER          PIC X(04) VALUE '*** '.
               05  WLX-MOTIVO      PIC X(60).

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF WRK-BACKUP-VALIDO-SIM
               PERFORM 2000-CONFERIR-BACKUP
                   UNTIL WRK-FIM-BACKUP-SIM
               PERFORM 2900-FECHAR-CONFERENCIA
           END-IF.
           IF WRK-BACKUP-VALIDO-SIM
               PERFORM 3000-ABRIR-RECARGA
           END-IF.
           IF WRK-BACKUP-VALIDO-SIM AND NOT WRK-ERRO-RECARGA-SIM
               PERFORM 4000-RECARREGAR
                   UNTIL WRK-FIM-BACKUP-SIM
           END-IF.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN OUTPUT CLIBKRL.

           OPEN INPUT CLIBKP.
           IF FS-CLIBKP NOT = '00'
               MOVE 'N' TO WRK-BACKUP-VALIDO
               MOVE 'ARQUIVO DE BACKUP (CLIBKP) NAO PODE SER ABERTO'
                   TO WRK-MOTIVO
           END-IF.

      ******************************************************************
      * CONFERIR BACKUP SECTION - PRIMEIRA PASSAGEM, SEM TOCAR NA BASE
      ******************************************************************
       2000-CONFERIR-BACKUP SECTION.
           READ CLIBKP
               AT END
                   MOVE 'S' TO WRK-FIM-BACKUP
           END-READ.

           IF NOT WRK-FIM-BACKUP-SIM
               ADD 1 TO WRK-QTD-LIDOS
               IF WRK-QTD-LIDOS = 1 AND NOT BKP-CABECALHO
                   MOVE 'N' TO WRK-BACKUP-VALIDO
                   MOVE 'PRIMEIRO REGISTRO NAO E O CABECALHO DO BACKUP'
                       TO WRK-MOTIVO
               END-IF
               IF WRK-TIPO-ANTERIOR = 'F'
                   MOVE 'N' TO WRK-BACKUP-VALIDO
                   MOVE 'HA REGISTROS DEPOIS DO RODAPE DO BACKUP'
                       TO WRK-MOTIVO
               END-IF
               MOVE BKP-TIPO TO WRK-TIPO-ANTERIOR
               EVALUATE TRUE
                   WHEN BKP-CABECALHO
                       PERFORM 2100-CONFERIR-CABECALHO
                   WHEN BKP-CLIENTE
                       MOVE BKP-DADOS TO REG-CLIENTE
                       ADD 1 TO WRK-QTD-CLIENTES
                       COMPUTE WRK-HASH-DOCUMENTOS =
                           WRK-HASH-DOCUMENTOS + CLI-DOC-NUMERO
                   WHEN BKP-CONTATO
                       MOVE BKP-DADOS TO REG-CONTATO
                       ADD 1 TO WRK-QTD-CONTATOS
                       COMPUTE WRK-HASH-CONTATOS =
                           WRK-HASH-CONTATOS + CTT-CLIENTE
                   WHEN BKP-RODAPE
                       ADD 1 TO WRK-QTD-RODAPES
                       MOVE BKP-ROD-QTD-CLIENTES TO WRK-ROD-QTD-CLIENTES
                       MOVE BKP-ROD-QTD-CONTATOS TO WRK-ROD-QTD-CONTATOS
                       MOVE BKP-ROD-HASH-DOCUMENTOS TO WRK-ROD-HASH-DOC
                       MOVE BKP-ROD-HASH-CONTATOS TO WRK-ROD-HASH-CTT
                   WHEN OTHER
                       MOVE 'N' TO WRK-BACKUP-VALIDO
                       MOVE 'TIPO DE REGISTRO DESCONHECIDO NO BACKUP'
                           TO WRK-MOTIVO
               END-EVALUATE
           END-IF.

       2100-CONFERIR-CABECALHO SECTION.
           ADD 1 TO WRK-QTD-CABECALHOS.
           IF WRK-QTD-CABECALHOS > 1
               MOVE 'N' TO WRK-BACKUP-VALIDO
               MOVE 'MAIS DE UM CABECALHO NO BACKUP' TO WRK-MOTIVO
           ELSE
               MOVE BKP-CAB-DATA TO WRK-BKP-DATA
               MOVE BKP-CAB-HORA TO WRK-BKP-HORA
               IF BKP-CAB-TAM-CLIENTE NOT = LENGTH OF REG-CLIENTE
                  OR BKP-CAB-TAM-CONTATO NOT = LENGTH OF REG-CONTATO
                   MOVE 'N' TO WRK-BACKUP-VALIDO
                   MOVE 'TAMANHO DOS REGISTROS DIFERE DO LAYOUT ATUAL'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

      ******************************************************************
      * FECHAR CONFERENCIA SECTION - RODAPE NO FIM E TOTAIS BATENDO
      ******************************************************************
       2900-FECHAR-CONFERENCIA SECTION.
           IF WRK-BACKUP-VALIDO-SIM
               EVALUATE TRUE
                   WHEN WRK-QTD-LIDOS = 0
                       MOVE 'N' TO WRK-BACKUP-VALIDO
                       MOVE 'ARQUIVO DE BACKUP VAZIO' TO WRK-MOTIVO
                   WHEN WRK-TIPO-ANTERIOR NOT = 'F'
                     OR WRK-QTD-RODAPES NOT = 1
                       MOVE 'N' TO WRK-BACKUP-VALIDO
                       MOVE 'BACKUP SEM RODAPE NO FIM - INCOMPLETO'
                           TO WRK-MOTIVO
                   WHEN WRK-QTD-CLIENTES NOT = WRK-ROD-QTD-CLIENTES
                     OR WRK-QTD-CONTATOS NOT = WRK-ROD-QTD-CONTATOS
                       MOVE 'N' TO WRK-BACKUP-VALIDO
                       MOVE 'QUANTIDADES NAO CONFEREM COM O RODAPE'
                           TO WRK-MOTIVO
                   WHEN WRK-HASH-DOCUMENTOS NOT = WRK-ROD-HASH-DOC
                     OR WRK-HASH-CONTATOS NOT = WRK-ROD-HASH-CTT
                       MOVE 'N' TO WRK-BACKUP-VALIDO
                       MOVE 'TOTAIS DE CONTROLE NAO CONFEREM'
                           TO WRK-MOTIVO
               END-EVALUATE
           END-IF.
           CLOSE CLIBKP.

      ******************************************************************
      * ABRIR RECARGA SECTION - SEGUNDA PASSAGEM, RECRIA MESTRE E
      * CONTATOS (ABERTURA OUTPUT)
      ******************************************************************
       3000-ABRIR-RECARGA SECTION.
           MOVE 'N' TO WRK-FIM-BACKUP.
           OPEN INPUT CLIBKP.
           OPEN OUTPUT CLIARQ.
           OPEN OUTPUT CLICTT.
           IF FS-CLIBKP NOT = '00' OR FS-CLIARQ NOT = '00'
              OR FS-CLICTT NOT = '00'
               DISPLAY 'CLIBKR - ERRO NA ABERTURA - FS BACKUP: '
                   FS-CLIBKP ' MESTRE: ' FS-CLIARQ
                   ' CONTATOS: ' FS-CLICTT
               MOVE 'S' TO WRK-ERRO-RECARGA
               MOVE 'ERRO NA ABERTURA PARA A RECARGA - BASE INCOMPLETA'
                   TO WRK-MOTIVO
           END-IF.

      ******************************************************************
      * RECARREGAR SECTION
      ******************************************************************
       4000-RECARREGAR SECTION.
           READ CLIBKP
               AT END
                   MOVE 'S' TO WRK-FIM-BACKUP
           END-READ.

           IF NOT WRK-FIM-BACKUP-SIM
               EVALUATE TRUE
                   WHEN BKP-CLIENTE
                       MOVE BKP-DADOS TO REG-CLIENTE
                       WRITE REG-CLIENTE
                           INVALID KEY
                               MOVE 'S' TO WRK-ERRO-RECARGA
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-CLI-GRAVADOS
                       END-WRITE
                   WHEN BKP-CONTATO
                       MOVE BKP-DADOS TO REG-CONTATO
                       WRITE REG-CONTATO
                           INVALID KEY
                               MOVE 'S' TO WRK-ERRO-RECARGA
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-CTT-GRAVADOS
                       END-WRITE
               END-EVALUATE
               IF WRK-ERRO-RECARGA-SIM
                   DISPLAY 'CLIBKR - ERRO NA GRAVACAO - FS MESTRE: '
                       FS-CLIARQ ' CONTATOS: ' FS-CLICTT
                   MOVE 'ERRO NA GRAVACAO DA RECARGA - BASE INCOMPLETA'
                       TO WRK-MOTIVO
                   MOVE 'S' TO WRK-FIM-BACKUP
               END-IF
           END-IF.

      ******************************************************************
      * ENCERRAR SECTION - RELATORIO DA CONFERENCIA E DA RECARGA
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

           MOVE WRK-BKP-DATA TO WLM-DATA.
           MOVE WRK-BKP-HORA TO WLM-HORA.
           MOVE WRK-LINHA-MARCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE WRK-LINHA-TITULO-CONFERE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CLIENTES............................:' TO WLC-TEXTO.
           MOVE WRK-ROD-QTD-CLIENTES TO WLC-RODAPE.
           MOVE WRK-QTD-CLIENTES TO WLC-LIDO.
           MOVE WRK-LINHA-CONFERE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CONTATOS............................:' TO WLC-TEXTO.
           MOVE WRK-ROD-QTD-CONTATOS TO WLC-RODAPE.
           MOVE WRK-QTD-CONTATOS TO WLC-LIDO.
           MOVE WRK-LINHA-CONFERE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DE CONTROLE DOS DOCUMENTOS....:' TO WLC-TEXTO.
           MOVE WRK-ROD-HASH-DOC TO WLC-RODAPE.
           MOVE WRK-HASH-DOCUMENTOS TO WLC-LIDO.
           MOVE WRK-LINHA-CONFERE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAL DE CONTROLE DOS CONTATOS......:' TO WLC-TEXTO.
           MOVE WRK-ROD-HASH-CTT TO WLC-RODAPE.
           MOVE WRK-HASH-CONTATOS TO WLC-LIDO.
           MOVE WRK-LINHA-CONFERE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 'CLIENTES RECARREGADOS...............:' TO WLT-TEXTO.
           MOVE WRK-QTD-CLI-GRAVADOS TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CONTATOS RECARREGADOS...............:' TO WLT-TEXTO.
           MOVE WRK-QTD-CTT-GRAVADOS TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF NOT WRK-BACKUP-VALIDO-SIM
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-MOTIVO TO WLX-MOTIVO
               MOVE WRK-LINHA-MOTIVO TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE '*** BACKUP RECUSADO - BASE NAO FOI ALTERADA'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY 'CLIBKR - BACKUP RECUSADO: ' WRK-MOTIVO
               MOVE 12 TO RETURN-CODE
           END-IF.

           IF WRK-ERRO-RECARGA-SIM
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-MOTIVO TO WLX-MOTIVO
               MOVE WRK-LINHA-MOTIVO TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY 'CLIBKR - ' WRK-MOTIVO
               MOVE 16 TO RETURN-CODE
           END-IF.

           IF WRK-BACKUP-VALIDO-SIM
               CLOSE CLIBKP
               CLOSE CLIARQ
               CLOSE CLICTT
           END-IF.
           CLOSE CLIBKRL.

           DISPLAY 'CLIBKR - CLIENTES RECARREGADOS: '
               WRK-QTD-CLI-GRAVADOS.
           DISPLAY 'CLIBKR - CONTATOS RECARREGADOS: '
               WRK-QTD-CTT-GRAVADOS.
