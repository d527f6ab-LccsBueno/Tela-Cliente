       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIGRR.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RELATORIO CONSOLIDADO DOS GRUPOS ECONOMICOS (CLIGRP).
      *           PARA CADA RAIZ DE CNPJ LISTA A MATRIZ E AS FILIAIS
      *           COM O STATUS DO CADASTRO, A SITUACAO DE FATURAMENTO
      *           DE CADA UMA E O VINCULO (LIGADA OU DESLIGADA PELO
      *           SUPERVISOR), COM OS TOTAIS DO GRUPO - ATIVAS,
      *           INADIMPLENTES, REJEITADAS/DEVOLVIDAS E DESLIGADAS.
      *           OPCIONALMENTE REVINCULA TODO O MESTRE ANTES DE
      *           LISTAR: LIGA OS CLIENTES CNPJ SEM VINCULO, ACERTA OS
      *           QUE MUDARAM DE DOCUMENTO E REMOVE OS VINCULOS DE
      *           CLIENTES QUE NAO EXISTEM MAIS NO CLIARQ (DEPOIS DE
      *           UMA RECARGA DO MESTRE OU DE UMA CARGA INTERROMPIDA).
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-01  'V' = REVINCULAR O MESTRE ANTES DE LISTAR
      *   02-02  'T' = LISTAR TAMBEM OS GRUPOS DE UM SO MEMBRO
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

               SELECT CLIGRP ASSIGN TO 'CLIGRP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRP-CHAVE
                   ALTERNATE RECORD KEY IS GRP-CLIENTE
                   FILE STATUS IS FS-CLIGRP.

               SELECT CLIGRRL ASSIGN TO 'CLIGRRL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIGRRL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLIGRP
               LABEL RECORDS ARE STANDARD.
               COPY CLIGRP.

           FD  CLIGRRL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLIGRP        PIC X(02).
           77  FS-CLIGRRL       PIC X(02).

           77  WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
               88  WRK-FIM-MESTRE-SIM     VALUE 'S'.

           77  WRK-FIM-VINCULOS PIC X(01) VALUE 'N'.
               88  WRK-FIM-VINCULOS-SIM   VALUE 'S'.

           77  WRK-FIM-GRUPOS   PIC X(01) VALUE 'N'.
               88  WRK-FIM-GRUPOS-SIM     VALUE 'S'.

           77  WRK-RAIZ-INICIO  PIC 9(08) VALUE 0.

      * TOTAIS DO GRUPO EM LISTAGEM
           77  WRK-GRP-ATIVAS       PIC 9(04) COMP VALUE 0.
           77  WRK-GRP-INADIMPL     PIC 9(04) COMP VALUE 0.
           77  WRK-GRP-REJ-DEV      PIC 9(04) COMP VALUE 0.
           77  WRK-GRP-DESLIGADAS   PIC 9(04) COMP VALUE 0.

      * TOTAIS GERAIS
           77  WRK-TOTAL-GRUPOS     PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-OMITIDOS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-MEMBROS    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-SEM-MATRIZ PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-COM-INADIMPL PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-INCLUIDOS  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-EXCLUIDOS  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-TROCADOS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-REMOVIDOS  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ERROS      PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-REVINCULAR      PIC X(01).
                   88  PRM-REVINCULAR-SIM   VALUE 'V'.
               05  PRM-ABRANGENCIA     PIC X(01).
                   88  PRM-LISTAR-TODOS     VALUE 'T'.

      ******************************************************************
      * MANUTENCAO E LEITURA DO GRUPO ECONOMICO - VER CLIGRPP
      ******************************************************************
           COPY CLIGRPW.

      ******************************************************************
      * DATA DO SISTEMA
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
      * AREAS DE IMPRESSAO DO RELATORIO DE GRUPOS
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'GRUPOS ECONOMICOS - MATRIZ E FILIAIS'.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(08) VALUE 'CODIGO'.
               05  FILLER          PIC X(16) VALUE 'CNPJ'.
               05  FILLER          PIC X(42) VALUE 'NOME'.
               05  FILLER          PIC X(09) VALUE 'STATUS'.
               05  FILLER          PIC X(14) VALUE 'FATURAMENTO'.
               05  FILLER          PIC X(08) VALUE 'PAPEL'.
               05  FILLER          PIC X(11) VALUE 'VINCULO'.
               05  FILLER          PIC X(10) VALUE 'ORIGEM'.

           01  WRK-LINHA-GRUPO.
               05  FILLER          PIC X(29) VALUE
                   'GRUPO ECONOMICO - RAIZ CNPJ: '.
               05  WLG-RAIZ        PIC 9(08).
               05  FILLER          PIC X(04) VALUE SPACES.
               05  FILLER          PIC X(09) VALUE 'MEMBROS: '.
               05  WLG-MEMBROS     PIC ZZZ9.
               05  FILLER          PIC X(04) VALUE SPACES.
               05  WLG-AVISO       PIC X(30).

           01  WRK-LINHA-DETALHE.
               05  WLD-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-CNPJ        PIC 9(14).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-NOME        PIC X(40).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-STATUS      PIC X(07).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-SIT-FAT     PIC X(12).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-PAPEL       PIC X(06).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-VINCULO     PIC X(09).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-ORIGEM      PIC X(10).

           01  WRK-LINHA-RESUMO.
               05  FILLER          PIC X(08) VALUE SPACES.
               05  FILLER          PIC X(08) VALUE 'ATIVAS: '.
               05  WLR-ATIVAS      PIC ZZZ9.
               05  FILLER          PIC X(17) VALUE
                   '  INADIMPLENTES: '.
               05  WLR-INADIMPL    PIC ZZZ9.
               05  FILLER          PIC X(19) VALUE
                   '  REJEIT./DEVOLV.: '.
               05  WLR-REJ-DEV     PIC ZZZ9.
               05  FILLER          PIC X(14) VALUE
                   '  DESLIGADAS: '.
               05  WLR-DESLIGADAS  PIC ZZZ9.
               05  FILLER          PIC X(04) VALUE SPACES.
               05  WLR-AVISO       PIC X(32).

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(37) VALUE
                   'GRUPOS LISTADOS.....................:'.
               05  WLT-GRUPOS      PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(37) VALUE
                   'GRUPOS DE UM SO MEMBRO (OMITIDOS)...:'.
               05  WLT-OMITIDOS    PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(37) VALUE
                   'MEMBROS LISTADOS....................:'.
               05  WLT-MEMBROS     PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL4.
               05  FILLER          PIC X(37) VALUE
                   'GRUPOS SEM MATRIZ DEFINIDA..........:'.
               05  WLT-SEM-MATRIZ  PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL5.
               05  FILLER          PIC X(37) VALUE
                   'GRUPOS COM FILIAL INADIMPLENTE......:'.
               05  WLT-COM-INADIMPL PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL6.
               05  FILLER          PIC X(37) VALUE
                   'REVINCULO - VINCULOS INCLUIDOS......:'.
               05  WLT-INCLUIDOS   PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL7.
               05  FILLER          PIC X(37) VALUE
                   'REVINCULO - TROCADOS DE GRUPO.......:'.
               05  WLT-TROCADOS    PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL8.
               05  FILLER          PIC X(37) VALUE
                   'REVINCULO - EXCLUIDOS (NAO CNPJ)....:'.
               05  WLT-EXCLUIDOS   PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL9.
               05  FILLER          PIC X(37) VALUE
                   'REVINCULO - CLIENTE INEXISTENTE.....:'.
               05  WLT-REMOVIDOS   PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL10.
               05  FILLER          PIC X(37) VALUE
                   'REVINCULO - ERROS DE GRAVACAO.......:'.
               05  WLT-ERROS       PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF PRM-REVINCULAR-SIM
               PERFORM 2000-REVINCULAR
           END-IF.
           PERFORM 8000-CABECALHO.
           PERFORM 3000-POSICIONAR-PROXIMO
               UNTIL WRK-FIM-GRUPOS-SIM.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS E PARAMETROS
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN INPUT CLIARQ.
           OPEN I-O CLIGRP.
           IF FS-CLIGRP = '35'
               OPEN OUTPUT CLIGRP
               CLOSE CLIGRP
               OPEN I-O CLIGRP
           END-IF.
           OPEN OUTPUT CLIGRRL.

           MOVE SPACES TO WRK-CARTAO-PARM.
           ACCEPT WRK-CARTAO-PARM.
           MOVE 'CLIGRR' TO WRK-GRP-OPERADOR.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

      ******************************************************************
      * REVINCULAR SECTION - PASSA TODO O MESTRE PELA MANUTENCAO
      * AUTOMATICA DO GRUPO E DEPOIS REMOVE OS VINCULOS DE CLIENTES
      * QUE NAO EXISTEM MAIS. OS DESLIGAMENTOS E A MATRIZ DEFINIDOS
      * PELO SUPERVISOR SAO PRESERVADOS.
      ******************************************************************
       2000-REVINCULAR SECTION.
           MOVE ZEROS TO CLI-CODIGO.
           START CLIARQ KEY IS NOT LESS THAN CLI-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-START.
           PERFORM 2010-REVINCULAR-CLIENTE
               UNTIL WRK-FIM-MESTRE-SIM.

           MOVE ZEROS TO GRP-RAIZ.
           MOVE ZEROS TO GRP-CLIENTE.
           START CLIGRP KEY IS NOT LESS THAN GRP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-VINCULOS
           END-START.
           PERFORM 2020-CONFERIR-VINCULO
               UNTIL WRK-FIM-VINCULOS-SIM.

       2010-REVINCULAR-CLIENTE SECTION.
           READ CLIARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-READ.

           IF NOT WRK-FIM-MESTRE-SIM
               PERFORM 8230-ATUALIZAR-GRUPO
               EVALUATE WRK-GRP-MOVIMENTO
                   WHEN 'I'
                       ADD 1 TO WRK-TOTAL-INCLUIDOS
                   WHEN 'T'
                       ADD 1 TO WRK-TOTAL-TROCADOS
                   WHEN 'E'
                       ADD 1 TO WRK-TOTAL-EXCLUIDOS
                   WHEN 'X'
                       ADD 1 TO WRK-TOTAL-ERROS
                       DISPLAY 'CLIGRR - ERRO NO VINCULO DO CLIENTE '
                           CLI-CODIGO ' FS=' FS-CLIGRP
               END-EVALUATE
           END-IF.

       2020-CONFERIR-VINCULO SECTION.
           READ CLIGRP NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-VINCULOS
           END-READ.

           IF NOT WRK-FIM-VINCULOS-SIM
               MOVE GRP-CLIENTE TO CLI-CODIGO
               READ CLIARQ
                   INVALID KEY
                       PERFORM 2030-REMOVER-VINCULO
               END-READ
           END-IF.

       2030-REMOVER-VINCULO SECTION.
           DELETE CLIGRP
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                   DISPLAY 'CLIGRR - ERRO AO REMOVER VINCULO '
                       GRP-CLIENTE ' FS=' FS-CLIGRP
           END-DELETE.
           IF FS-CLIGRP = '00'
               ADD 1 TO WRK-TOTAL-REMOVIDOS
           END-IF.

      ******************************************************************
      * POSICIONAR PROXIMO SECTION - ACHA A PROXIMA RAIZ DO ARQUIVO DE
      * GRUPOS A PARTIR DE WRK-RAIZ-INICIO E LISTA O GRUPO
      ******************************************************************
       3000-POSICIONAR-PROXIMO SECTION.
           MOVE WRK-RAIZ-INICIO TO GRP-RAIZ.
           MOVE ZEROS TO GRP-CLIENTE.
           START CLIGRP KEY IS NOT LESS THAN GRP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRUPOS
           END-START.

           IF NOT WRK-FIM-GRUPOS-SIM
               READ CLIGRP NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-GRUPOS
               END-READ
           END-IF.

           IF NOT WRK-FIM-GRUPOS-SIM
               MOVE GRP-RAIZ TO WRK-GRP-RAIZ-BUSCA
               PERFORM 3100-TRATAR-GRUPO
               IF WRK-GRP-RAIZ-BUSCA = 99999999
                   MOVE 'S' TO WRK-FIM-GRUPOS
               ELSE
                   COMPUTE WRK-RAIZ-INICIO = WRK-GRP-RAIZ-BUSCA + 1
               END-IF
           END-IF.

      ******************************************************************
      * TRATAR GRUPO SECTION - CONTA OS MEMBROS E, SE O GRUPO ENTRA NO
      * RELATORIO, LISTA MATRIZ E FILIAIS COM O RESUMO DO GRUPO
      ******************************************************************
       3100-TRATAR-GRUPO SECTION.
           PERFORM 8236-VERIFICAR-MATRIZ.

           IF WRK-GRP-QTD-MEMBROS < 2 AND NOT PRM-LISTAR-TODOS
               ADD 1 TO WRK-TOTAL-OMITIDOS
           ELSE
               PERFORM 3110-LISTAR-GRUPO
           END-IF.

       3110-LISTAR-GRUPO SECTION.
           ADD 1 TO WRK-TOTAL-GRUPOS.
           MOVE ZEROS TO WRK-GRP-ATIVAS.
           MOVE ZEROS TO WRK-GRP-INADIMPL.
           MOVE ZEROS TO WRK-GRP-REJ-DEV.
           MOVE ZEROS TO WRK-GRP-DESLIGADAS.

           IF WRK-LINHAS >= 46
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE WRK-GRP-RAIZ-BUSCA TO WLG-RAIZ.
           MOVE WRK-GRP-QTD-MEMBROS TO WLG-MEMBROS.
           IF WRK-GRP-TEM-MATRIZ-SIM
               MOVE SPACES TO WLG-AVISO
           ELSE
               MOVE '*** SEM MATRIZ DEFINIDA ***' TO WLG-AVISO
               ADD 1 TO WRK-TOTAL-SEM-MATRIZ
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 2 TO WRK-LINHAS.

           PERFORM 8234-POSICIONAR-GRUPO.
           PERFORM 3120-LISTAR-MEMBRO
               UNTIL WRK-GRP-FIM-SIM.

           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE WRK-GRP-ATIVAS TO WLR-ATIVAS.
           MOVE WRK-GRP-INADIMPL TO WLR-INADIMPL.
           MOVE WRK-GRP-REJ-DEV TO WLR-REJ-DEV.
           MOVE WRK-GRP-DESLIGADAS TO WLR-DESLIGADAS.
           IF WRK-GRP-INADIMPL > ZEROS
               MOVE 'COBRANCA CONSOLIDADA NO GRUPO' TO WLR-AVISO
               ADD 1 TO WRK-TOTAL-COM-INADIMPL
           ELSE
               MOVE SPACES TO WLR-AVISO
           END-IF.
           MOVE WRK-LINHA-RESUMO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

       3120-LISTAR-MEMBRO SECTION.
           PERFORM 8235-LER-MEMBRO.
           IF NOT WRK-GRP-FIM-SIM
               PERFORM 3130-IMPRIMIR-MEMBRO
           END-IF.

       3130-IMPRIMIR-MEMBRO SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.
           ADD 1 TO WRK-TOTAL-MEMBROS.

           MOVE GRP-CLIENTE TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTE
                   MOVE GRP-CLIENTE TO CLI-CODIGO
                   MOVE ZEROS TO CLI-DOC-NUMERO
                   MOVE '*** CLIENTE NAO CADASTRADO ***' TO CLI-NOME
           END-READ.

           MOVE CLI-CODIGO TO WLD-CODIGO.
           MOVE CLI-DOC-NUMERO TO WLD-CNPJ.
           MOVE CLI-NOME TO WLD-NOME.

           EVALUATE TRUE
               WHEN CLI-STATUS-ATIVO
                   MOVE 'ATIVO' TO WLD-STATUS
               WHEN CLI-STATUS-INATIVO
                   MOVE 'INATIVO' TO WLD-STATUS
               WHEN OTHER
                   MOVE SPACES TO WLD-STATUS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN FS-CLIARQ NOT = '00'
                   MOVE SPACES TO WLD-SIT-FAT
               WHEN CLI-SIT-FAT-REJEITADO
                   MOVE 'REJEITADO' TO WLD-SIT-FAT
               WHEN CLI-SIT-FAT-DEVOLVIDO
                   MOVE 'DEVOLVIDO' TO WLD-SIT-FAT
               WHEN CLI-SIT-FAT-INADIMPLENTE
                   MOVE 'INADIMPLENTE' TO WLD-SIT-FAT
               WHEN OTHER
                   MOVE 'NORMAL' TO WLD-SIT-FAT
           END-EVALUATE.

           IF GRP-MATRIZ-SIM
               MOVE 'MATRIZ' TO WLD-PAPEL
           ELSE
               MOVE 'FILIAL' TO WLD-PAPEL
           END-IF.

           IF GRP-SIT-DESLIGADO
               MOVE 'DESLIGADA' TO WLD-VINCULO
               ADD 1 TO WRK-GRP-DESLIGADAS
           ELSE
               MOVE 'LIGADA' TO WLD-VINCULO
           END-IF.

           IF GRP-ORIGEM-SUPERVISOR
               MOVE 'SUPERVISOR' TO WLD-ORIGEM
           ELSE
               MOVE 'AUTOMATICA' TO WLD-ORIGEM
           END-IF.

      * SO AS LIGADAS E ATIVAS CONTAM NA SITUACAO DO GRUPO
           IF FS-CLIARQ = '00' AND CLI-STATUS-ATIVO
                   AND GRP-SIT-LIGADO
               ADD 1 TO WRK-GRP-ATIVAS
               EVALUATE TRUE
                   WHEN CLI-SIT-FAT-INADIMPLENTE
                       ADD 1 TO WRK-GRP-INADIMPL
                   WHEN CLI-SIT-FAT-REJEITADO
                   WHEN CLI-SIT-FAT-DEVOLVIDO
                       ADD 1 TO WRK-GRP-REJ-DEV
               END-EVALUATE
           END-IF.

           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

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

      ******************************************************************
      * ENCERRAR SECTION - TOTAIS E FECHAMENTO
      ******************************************************************
       9000-ENCERRAR SECTION.
           MOVE WRK-TOTAL-GRUPOS TO WLT-GRUPOS.
           MOVE WRK-TOTAL-OMITIDOS TO WLT-OMITIDOS.
           MOVE WRK-TOTAL-MEMBROS TO WLT-MEMBROS.
           MOVE WRK-TOTAL-SEM-MATRIZ TO WLT-SEM-MATRIZ.
           MOVE WRK-TOTAL-COM-INADIMPL TO WLT-COM-INADIMPL.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF NOT PRM-LISTAR-TODOS
               MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF PRM-REVINCULAR-SIM
               MOVE WRK-TOTAL-INCLUIDOS TO WLT-INCLUIDOS
               MOVE WRK-TOTAL-TROCADOS TO WLT-TROCADOS
               MOVE WRK-TOTAL-EXCLUIDOS TO WLT-EXCLUIDOS
               MOVE WRK-TOTAL-REMOVIDOS TO WLT-REMOVIDOS
               MOVE WRK-TOTAL-ERROS TO WLT-ERROS
               MOVE WRK-LINHA-TOTAL6 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-TOTAL7 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-TOTAL8 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-TOTAL9 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-TOTAL10 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           CLOSE CLIARQ.
           CLOSE CLIGRP.
           CLOSE CLIGRRL.

           DISPLAY 'CLIGRR - GRUPOS LISTADOS     : ' WRK-TOTAL-GRUPOS.
           DISPLAY 'CLIGRR - GRUPOS OMITIDOS     : ' WRK-TOTAL-OMITIDOS.
           DISPLAY 'CLIGRR - MEMBROS LISTADOS    : ' WRK-TOTAL-MEMBROS.
           DISPLAY 'CLIGRR - GRUPOS SEM MATRIZ   : '
               WRK-TOTAL-SEM-MATRIZ.
           DISPLAY 'CLIGRR - GRUPOS INADIMPLENTES: '
               WRK-TOTAL-COM-INADIMPL.
           IF PRM-REVINCULAR-SIM
               DISPLAY 'CLIGRR - VINCULOS INCLUIDOS  : '
                   WRK-TOTAL-INCLUIDOS
               DISPLAY 'CLIGRR - TROCADOS DE GRUPO   : '
                   WRK-TOTAL-TROCADOS
               DISPLAY 'CLIGRR - EXCLUIDOS           : '
                   WRK-TOTAL-EXCLUIDOS
               DISPLAY 'CLIGRR - CLIENTE INEXISTENTE : '
                   WRK-TOTAL-REMOVIDOS
               DISPLAY 'CLIGRR - ERROS DE GRAVACAO   : '
                   WRK-TOTAL-ERROS
           END-IF.

      ******************************************************************
      * GRUPO ECONOMICO (SECTIONS 8230 A 8237 - VER CLIGRPP)
      ******************************************************************
           COPY CLIGRPP.
