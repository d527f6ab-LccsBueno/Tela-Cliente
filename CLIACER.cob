       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIACER.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RELATORIO DE ACESSOS DOS OPERADORES, A PARTIR DO LOG
      *           DE ACESSOS (CLIACE) GRAVADO PELO SISTEMA ONLINE E DO
      *           CADASTRO DE OPERADORES (CLIOPE). EMITE, PARA O
      *           PERIODO DO CARTAO, AS ENTRADAS, FALHAS, BLOQUEIOS,
      *           DESBLOQUEIOS, SAIDAS E GRAVACOES RECUSADAS POR
      *           CONFLITO DE CADA OPERADOR, E A RELACAO
      *           DOS OPERADORES NAO INATIVOS SEM ENTRADA HA MAIS DO
      *           QUE O LIMITE DE DIAS - PEDIDA PELA REVISAO DE
      *           SEGURANCA A CADA TRIMESTRE.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-08  DATA INICIAL AAAAMMDD (ZEROS = HOJE MENOS 90 DIAS)
      *   09-16  DATA FINAL AAAAMMDD (ZEROS = HOJE)
      *   17-19  DIAS SEM ENTRADA PARA A RELACAO DE INATIVIDADE
      *          (DEFAULT 090)
      *
      * O ULTIMO ACESSO DE CADA OPERADOR E O MAIOR ENTRE A DATA
      * GRAVADA NO CLIOPE E A ULTIMA ENTRADA ENCONTRADA NO LOG,
      * INDEPENDENTE DO PERIODO.
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  COLUNA DE GRAVACOES RECUSADAS POR CONFLITO
      *                  (EVENTO 'C' - CLIENTE MUDOU DESDE A LEITURA)
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLIOPE ASSIGN TO 'CLIOPE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OPE-CODIGO
                   FILE STATUS IS FS-CLIOPE.

               SELECT CLIACE ASSIGN TO 'CLIACE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIACE.

               SELECT CLIACEL ASSIGN TO 'CLIACEL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIACEL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIOPE
               LABEL RECORDS ARE STANDARD.
               COPY CLIOPE.

           FD  CLIACE
               LABEL RECORDS ARE STANDARD.
               COPY CLIACE.

           FD  CLIACEL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIOPE        PIC X(02).
           77  FS-CLIACE        PIC X(02).
           77  FS-CLIACEL       PIC X(02).

           77  WRK-FIM-OPERADORES PIC X(01) VALUE 'N'.
               88  WRK-FIM-OPERADORES-SIM VALUE 'S'.

           77  WRK-FIM-ACESSOS  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ACESSOS-SIM    VALUE 'S'.

           77  WRK-ACHOU        PIC X(01).
               88  WRK-ACHOU-SIM          VALUE 'S'.

           77  WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
               88  WRK-TAB-CHEIA-SIM      VALUE 'S'.

           77  WRK-SECAO        PIC X(01) VALUE '1'.
               88  WRK-SECAO-ACESSOS      VALUE '1'.
               88  WRK-SECAO-INATIVOS     VALUE '2'.

           77  WRK-TOTAL-LIDOS       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-PERIODO     PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-INEXISTENTES PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-SEM-ACESSO  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-CONFLITOS   PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-DATA-INICIAL    PIC 9(08).
               05  PRM-DATA-FINAL      PIC 9(08).
               05  PRM-DIAS-SEM-ACESSO PIC 9(03).

           77  WRK-DATA-HOJE    PIC 9(08) VALUE 0.
           77  WRK-HOJE-DIAS    PIC 9(07) COMP VALUE 0.
           77  WRK-DIAS-SEM-ACESSO PIC 9(07) COMP VALUE 0.

      ******************************************************************
      * OPERADORES DO CLIOPE, NA ORDEM DO CODIGO, COM OS CONTADORES DE
      * EVENTOS DO PERIODO E O ULTIMO ACESSO
      ******************************************************************
           77  WRK-QTD-OPERADORES PIC 9(04) COMP VALUE 0.

           01  WRK-TAB-OPERADORES.
               05  WRK-OPR-ENT OCCURS 500 TIMES
                       INDEXED BY IDX-OPR.
                   10  WRK-OPR-CODIGO      PIC X(08).
                   10  WRK-OPR-NOME        PIC X(30).
                   10  WRK-OPR-PERFIL      PIC X(01).
                   10  WRK-OPR-STATUS      PIC X(01).
                   10  WRK-OPR-ULT-ACESSO  PIC 9(08).
                   10  WRK-OPR-ENTRADAS    PIC 9(05) COMP.
                   10  WRK-OPR-FALHAS      PIC 9(05) COMP.
                   10  WRK-OPR-BLOQUEIOS   PIC 9(05) COMP.
                   10  WRK-OPR-DESBLOQUEIOS PIC 9(05) COMP.
                   10  WRK-OPR-SAIDAS      PIC 9(05) COMP.
                   10  WRK-OPR-CONFLITOS   PIC 9(05) COMP.

      ******************************************************************
      * AREAS DO CALCULO DE DATAS (DIAS SEM ACESSO) - VER CLIDATP
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

           77  WRK-DATA-ED      PIC X(10).

      ******************************************************************
      * AREAS DE IMPRESSAO DO RELATORIO DE ACESSOS
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(32) VALUE
                   'RELATORIO DE ACESSOS OPERADORES'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-FILTROS.
               05  FILLER          PIC X(09) VALUE 'PERIODO: '.
               05  WFL-DATA-INI    PIC X(10).
               05  FILLER          PIC X(03) VALUE ' A '.
               05  WFL-DATA-FIM    PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(24) VALUE
                   'LIMITE SEM ENTRADA DIAS:'.
               05  WFL-DIAS        PIC ZZ9.

           01  WRK-LINHA-TITULO1.
               05  FILLER          PIC X(40) VALUE
                   '*** ACESSOS POR OPERADOR NO PERIODO ***'.

           01  WRK-LINHA-TITULO2.
               05  FILLER          PIC X(38) VALUE
                   '*** OPERADORES SEM ENTRADA HA MAIS DE'.
               05  WLI-DIAS        PIC ZZ9.
               05  FILLER          PIC X(10) VALUE ' DIAS ***'.

           01  WRK-LINHA-COLUNAS1.
               05  FILLER          PIC X(09) VALUE 'OPERADOR'.
               05  FILLER          PIC X(31) VALUE 'NOME'.
               05  FILLER          PIC X(04) VALUE 'PF'.
               05  FILLER          PIC X(04) VALUE 'ST'.
               05  FILLER          PIC X(09) VALUE ' ENTRADAS'.
               05  FILLER          PIC X(09) VALUE '   FALHAS'.
               05  FILLER          PIC X(09) VALUE ' BLOQUEIO'.
               05  FILLER          PIC X(09) VALUE ' DESBLOQ.'.
               05  FILLER          PIC X(09) VALUE '   SAIDAS'.
               05  FILLER          PIC X(09) VALUE '  RECUSAS'.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  FILLER          PIC X(13) VALUE 'ULTIMO ACESSO'.

           01  WRK-LINHA-COLUNAS2.
               05  FILLER          PIC X(09) VALUE 'OPERADOR'.
               05  FILLER          PIC X(31) VALUE 'NOME'.
               05  FILLER          PIC X(04) VALUE 'PF'.
               05  FILLER          PIC X(04) VALUE 'ST'.
               05  FILLER          PIC X(14) VALUE 'ULTIMO ACESSO'.
               05  FILLER          PIC X(20) VALUE 'DIAS SEM ENTRADA'.

           01  WRK-LINHA-DETALHE.
               05  WLD-CODIGO      PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-NOME        PIC X(30).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-PERFIL      PIC X(01).
               05  FILLER          PIC X(03) VALUE SPACES.
               05  WLD-STATUS      PIC X(01).
               05  FILLER          PIC X(03) VALUE SPACES.
               05  WLD-ENTRADAS    PIC ZZZZZZZZ9.
               05  WLD-FALHAS      PIC ZZZZZZZZ9.
               05  WLD-BLOQUEIOS   PIC ZZZZZZZZ9.
               05  WLD-DESBLOQUEIOS PIC ZZZZZZZZ9.
               05  WLD-SAIDAS      PIC ZZZZZZZZ9.
               05  WLD-CONFLITOS   PIC ZZZZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-ULT-ACESSO  PIC X(10).

           01  WRK-LINHA-INATIVO.
               05  WLI-CODIGO      PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLI-NOME        PIC X(30).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLI-PERFIL      PIC X(01).
               05  FILLER          PIC X(03) VALUE SPACES.
               05  WLI-STATUS      PIC X(01).
               05  FILLER          PIC X(03) VALUE SPACES.
               05  WLI-ULT-ACESSO  PIC X(10).
               05  FILLER          PIC X(04) VALUE SPACES.
               05  WLI-DIAS-SEM    PIC X(15).

           77  WRK-DIAS-ED      PIC ZZZZZZ9.

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(34) VALUE
                   'EVENTOS LIDOS NO LOG...........:'.
               05  WLT-LIDOS       PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(34) VALUE
                   'EVENTOS NO PERIODO.............:'.
               05  WLT-PERIODO     PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(34) VALUE
                   'FALHAS COM OPERADOR INEXISTENTE:'.
               05  WLT-INEXISTENTES PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL4.
               05  FILLER          PIC X(34) VALUE
                   'OPERADORES SEM ENTRADA NO LIMITE:'.
               05  WLT-SEM-ACESSO  PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL5.
               05  FILLER          PIC X(34) VALUE
                   'GRAVACOES RECUSADAS NO PERIODO.:'.
               05  WLT-CONFLITOS   PIC ZZZZZ9.

           01  WRK-LINHA-TAB-CHEIA.
               05  FILLER          PIC X(60) VALUE
                   '*** TABELA DE OPERADORES CHEIA - RELATORIO PARCIAL'.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-OPERADORES
               UNTIL WRK-FIM-OPERADORES-SIM.
           PERFORM 3000-LER-ACESSOS UNTIL WRK-FIM-ACESSOS-SIM.

           MOVE '1' TO WRK-SECAO.
           PERFORM 8000-CABECALHO.
           IF WRK-QTD-OPERADORES > ZEROS
               PERFORM 4000-IMPRIMIR-ACESSOS
                   VARYING IDX-OPR FROM 1 BY 1
                   UNTIL IDX-OPR > WRK-QTD-OPERADORES
           END-IF.

           MOVE '2' TO WRK-SECAO.
           PERFORM 8000-CABECALHO.
           IF WRK-QTD-OPERADORES > ZEROS
               PERFORM 5000-IMPRIMIR-SEM-ACESSO
                   VARYING IDX-OPR FROM 1 BY 1
                   UNTIL IDX-OPR > WRK-QTD-OPERADORES
           END-IF.

           PERFORM 6000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS E PARAMETROS. SEM DATAS NO CARTAO
      * O PERIODO E O DOS ULTIMOS 90 DIAS
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN INPUT CLIOPE.
           IF FS-CLIOPE NOT = '00'
               MOVE 'S' TO WRK-FIM-OPERADORES
               DISPLAY 'CLIACER - CADASTRO DE OPERADORES INDISPONIVEL: '
                   FS-CLIOPE
           END-IF.

           OPEN INPUT CLIACE.
           IF FS-CLIACE = '35'
               MOVE 'S' TO WRK-FIM-ACESSOS
               DISPLAY 'CLIACER - LOG DE ACESSOS INEXISTENTE'
           END-IF.

           OPEN OUTPUT CLIACEL.

           MOVE ZEROS TO PRM-DATA-INICIAL.
           MOVE ZEROS TO PRM-DATA-FINAL.
           MOVE ZEROS TO PRM-DIAS-SEM-ACESSO.
           ACCEPT WRK-CARTAO-PARM.
           IF PRM-DATA-INICIAL NOT NUMERIC
               MOVE ZEROS TO PRM-DATA-INICIAL
           END-IF.
           IF PRM-DATA-FINAL NOT NUMERIC
               MOVE ZEROS TO PRM-DATA-FINAL
           END-IF.
           IF PRM-DIAS-SEM-ACESSO NOT NUMERIC
               MOVE 090 TO PRM-DIAS-SEM-ACESSO
           END-IF.
           IF PRM-DIAS-SEM-ACESSO = ZEROS
               MOVE 090 TO PRM-DIAS-SEM-ACESSO
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DTC-DATA.
           PERFORM 8700-DATA-PARA-DIAS.
           MOVE WRK-DTC-DIAS TO WRK-HOJE-DIAS.

           IF PRM-DATA-FINAL = ZEROS
               MOVE WRK-DATA-HOJE TO PRM-DATA-FINAL
           END-IF.
           IF PRM-DATA-INICIAL = ZEROS
               COMPUTE WRK-DTC-DIAS = WRK-HOJE-DIAS - 90
               PERFORM 8710-DIAS-PARA-DATA
               MOVE WRK-DTC-DATA TO PRM-DATA-INICIAL
           END-IF.

      ******************************************************************
      * CARREGAR OPERADORES SECTION - CADASTRO COMPLETO NA TABELA
      ******************************************************************
       2000-CARREGAR-OPERADORES SECTION.
           READ CLIOPE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-OPERADORES
           END-READ.

           IF NOT WRK-FIM-OPERADORES-SIM
               IF WRK-QTD-OPERADORES < 500
                   ADD 1 TO WRK-QTD-OPERADORES
                   SET IDX-OPR TO WRK-QTD-OPERADORES
                   MOVE OPE-CODIGO TO WRK-OPR-CODIGO (IDX-OPR)
                   MOVE OPE-NOME TO WRK-OPR-NOME (IDX-OPR)
                   MOVE OPE-PERFIL TO WRK-OPR-PERFIL (IDX-OPR)
                   MOVE OPE-STATUS TO WRK-OPR-STATUS (IDX-OPR)
                   IF OPE-DATA-ULT-ACESSO NUMERIC
                       MOVE OPE-DATA-ULT-ACESSO
                           TO WRK-OPR-ULT-ACESSO (IDX-OPR)
                   ELSE
                       MOVE ZEROS TO WRK-OPR-ULT-ACESSO (IDX-OPR)
                   END-IF
                   MOVE ZEROS TO WRK-OPR-ENTRADAS (IDX-OPR)
                   MOVE ZEROS TO WRK-OPR-FALHAS (IDX-OPR)
                   MOVE ZEROS TO WRK-OPR-BLOQUEIOS (IDX-OPR)
                   MOVE ZEROS TO WRK-OPR-DESBLOQUEIOS (IDX-OPR)
                   MOVE ZEROS TO WRK-OPR-SAIDAS (IDX-OPR)
                   MOVE ZEROS TO WRK-OPR-CONFLITOS (IDX-OPR)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.

      ******************************************************************
      * LER ACESSOS SECTION - CONTA OS EVENTOS DO PERIODO E ATUALIZA O
      * ULTIMO ACESSO (QUALQUER DATA) DE CADA OPERADOR
      ******************************************************************
       3000-LER-ACESSOS SECTION.
           READ CLIACE
               AT END
                   MOVE 'S' TO WRK-FIM-ACESSOS
           END-READ.

           IF NOT WRK-FIM-ACESSOS-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE 'N' TO WRK-ACHOU
               IF WRK-QTD-OPERADORES > ZEROS
                   PERFORM 3010-LOCALIZAR-OPERADOR
                       VARYING IDX-OPR FROM 1 BY 1
                       UNTIL IDX-OPR > WRK-QTD-OPERADORES
                          OR WRK-ACHOU-SIM
               END-IF
               IF ACE-DATA NOT < PRM-DATA-INICIAL
                       AND ACE-DATA NOT > PRM-DATA-FINAL
                   ADD 1 TO WRK-TOTAL-PERIODO
                   IF ACE-EVT-CONFLITO
                       ADD 1 TO WRK-TOTAL-CONFLITOS
                   END-IF
                   IF WRK-ACHOU-SIM
                       PERFORM 3020-CONTAR-EVENTO
                   ELSE
                       IF ACE-EVT-FALHA
                           ADD 1 TO WRK-TOTAL-INEXISTENTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * AO SAIR COM O OPERADOR ACHADO, O VARYING JA AVANCOU O INDICE -
      * O INDICE E RECUADO PARA A POSICAO DO OPERADOR
      ******************************************************************
       3010-LOCALIZAR-OPERADOR SECTION.
           IF WRK-OPR-CODIGO (IDX-OPR) = ACE-OPERADOR
               MOVE 'S' TO WRK-ACHOU
               IF ACE-EVT-ENTRADA
                   AND ACE-DATA > WRK-OPR-ULT-ACESSO (IDX-OPR)
                   MOVE ACE-DATA TO WRK-OPR-ULT-ACESSO (IDX-OPR)
               END-IF
               SET IDX-OPR DOWN BY 1
           END-IF.

       3020-CONTAR-EVENTO SECTION.
           EVALUATE TRUE
               WHEN ACE-EVT-ENTRADA
                   ADD 1 TO WRK-OPR-ENTRADAS (IDX-OPR)
               WHEN ACE-EVT-FALHA
                   ADD 1 TO WRK-OPR-FALHAS (IDX-OPR)
               WHEN ACE-EVT-BLOQUEIO
                   ADD 1 TO WRK-OPR-BLOQUEIOS (IDX-OPR)
               WHEN ACE-EVT-DESBLOQUEIO
                   ADD 1 TO WRK-OPR-DESBLOQUEIOS (IDX-OPR)
               WHEN ACE-EVT-SAIDA
                   ADD 1 TO WRK-OPR-SAIDAS (IDX-OPR)
               WHEN ACE-EVT-CONFLITO
                   ADD 1 TO WRK-OPR-CONFLITOS (IDX-OPR)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * IMPRIMIR ACESSOS SECTION - UMA LINHA POR OPERADOR
      ******************************************************************
       4000-IMPRIMIR-ACESSOS SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.

           MOVE WRK-OPR-CODIGO (IDX-OPR) TO WLD-CODIGO.
           MOVE WRK-OPR-NOME (IDX-OPR) TO WLD-NOME.
           MOVE WRK-OPR-PERFIL (IDX-OPR) TO WLD-PERFIL.
           MOVE WRK-OPR-STATUS (IDX-OPR) TO WLD-STATUS.
           MOVE WRK-OPR-ENTRADAS (IDX-OPR) TO WLD-ENTRADAS.
           MOVE WRK-OPR-FALHAS (IDX-OPR) TO WLD-FALHAS.
           MOVE WRK-OPR-BLOQUEIOS (IDX-OPR) TO WLD-BLOQUEIOS.
           MOVE WRK-OPR-DESBLOQUEIOS (IDX-OPR) TO WLD-DESBLOQUEIOS.
           MOVE WRK-OPR-SAIDAS (IDX-OPR) TO WLD-SAIDAS.
           MOVE WRK-OPR-CONFLITOS (IDX-OPR) TO WLD-CONFLITOS.
           PERFORM 8100-EDITAR-ULT-ACESSO.
           MOVE WRK-DATA-ED TO WLD-ULT-ACESSO.

           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

      ******************************************************************
      * IMPRIMIR SEM ACESSO SECTION - OPERADOR NAO INATIVO SEM ENTRADA
      * HA MAIS DO QUE O LIMITE DE DIAS, OU QUE NUNCA ENTROU
      ******************************************************************
       5000-IMPRIMIR-SEM-ACESSO SECTION.
           IF WRK-OPR-STATUS (IDX-OPR) NOT = 'I'
               MOVE 'N' TO WRK-ACHOU
               IF WRK-OPR-ULT-ACESSO (IDX-OPR) = ZEROS
                   MOVE 'S' TO WRK-ACHOU
                   MOVE 'NUNCA ENTROU' TO WLI-DIAS-SEM
               ELSE
                   MOVE WRK-OPR-ULT-ACESSO (IDX-OPR) TO WRK-DTC-DATA
                   PERFORM 8700-DATA-PARA-DIAS
                   COMPUTE WRK-DIAS-SEM-ACESSO =
                       WRK-HOJE-DIAS - WRK-DTC-DIAS
                   IF WRK-DIAS-SEM-ACESSO > PRM-DIAS-SEM-ACESSO
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-DIAS-SEM-ACESSO TO WRK-DIAS-ED
                       MOVE WRK-DIAS-ED TO WLI-DIAS-SEM
                   END-IF
               END-IF
               IF WRK-ACHOU-SIM
                   IF WRK-LINHAS >= 50
                       PERFORM 8000-CABECALHO
                   END-IF
                   ADD 1 TO WRK-TOTAL-SEM-ACESSO
                   MOVE WRK-OPR-CODIGO (IDX-OPR) TO WLI-CODIGO
                   MOVE WRK-OPR-NOME (IDX-OPR) TO WLI-NOME
                   MOVE WRK-OPR-PERFIL (IDX-OPR) TO WLI-PERFIL
                   MOVE WRK-OPR-STATUS (IDX-OPR) TO WLI-STATUS
                   PERFORM 8100-EDITAR-ULT-ACESSO
                   MOVE WRK-DATA-ED TO WLI-ULT-ACESSO
                   MOVE WRK-LINHA-INATIVO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   ADD 1 TO WRK-LINHAS
               END-IF
           END-IF.

      ******************************************************************
      * ENCERRAR SECTION - TOTAIS E FECHAMENTO
      ******************************************************************
       6000-ENCERRAR SECTION.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-LIDOS TO WLT-LIDOS.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-PERIODO TO WLT-PERIODO.
           MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-INEXISTENTES TO WLT-INEXISTENTES.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-SEM-ACESSO TO WLT-SEM-ACESSO.
           MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-CONFLITOS TO WLT-CONFLITOS.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-TAB-CHEIA-SIM
               MOVE WRK-LINHA-TAB-CHEIA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

           IF FS-CLIOPE NOT = '35'
               CLOSE CLIOPE
           END-IF.
           IF FS-CLIACE NOT = '35'
               CLOSE CLIACE
           END-IF.
           CLOSE CLIACEL.

           DISPLAY 'CLIACER - EVENTOS LIDOS       : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIACER - EVENTOS NO PERIODO  : '
               WRK-TOTAL-PERIODO.
           DISPLAY 'CLIACER - OPERADORES SEM ENTRADA: '
               WRK-TOTAL-SEM-ACESSO.
           DISPLAY 'CLIACER - GRAVACOES RECUSADAS : '
               WRK-TOTAL-CONFLITOS.

      ******************************************************************
      * CABECALHO SECTION - TITULO, PERIODO E COLUNAS DA SECAO
      ******************************************************************
       8000-CABECALHO SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DT-DIA TO WRK-DRE-DIA.
           MOVE WRK-DT-MES TO WRK-DRE-MES.
           MOVE WRK-DT-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WCH-DATA.
           MOVE WRK-PAGINA TO WCH-PAGINA.

           MOVE PRM-DATA-INICIAL TO WRK-DATA-EDITAR.
           PERFORM 8110-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WFL-DATA-INI.
           MOVE PRM-DATA-FINAL TO WRK-DATA-EDITAR.
           PERFORM 8110-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WFL-DATA-FIM.
           MOVE PRM-DIAS-SEM-ACESSO TO WFL-DIAS.

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-FILTROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-SECAO-ACESSOS
               MOVE WRK-LINHA-TITULO1 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-COLUNAS1 TO REG-RELATORIO
           ELSE
               MOVE PRM-DIAS-SEM-ACESSO TO WLI-DIAS
               MOVE WRK-LINHA-TITULO2 TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-LINHA-COLUNAS2 TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * ULTIMO ACESSO DO OPERADOR EDITADO (OU 'NUNCA')
      ******************************************************************
       8100-EDITAR-ULT-ACESSO SECTION.
           IF WRK-OPR-ULT-ACESSO (IDX-OPR) = ZEROS
               MOVE 'NUNCA' TO WRK-DATA-ED
           ELSE
               MOVE WRK-OPR-ULT-ACESSO (IDX-OPR) TO WRK-DATA-EDITAR
               PERFORM 8110-EDITAR-DATA
           END-IF.

       8110-EDITAR-DATA SECTION.
           MOVE WRK-DE-DIA TO WRK-DRE-DIA.
           MOVE WRK-DE-MES TO WRK-DRE-MES.
           MOVE WRK-DE-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WRK-DATA-ED.

      ******************************************************************
      * CALCULO DE DATAS (SECTIONS 8700/8710 - VER CLIDATP)
      ******************************************************************
           COPY CLIDATP.
