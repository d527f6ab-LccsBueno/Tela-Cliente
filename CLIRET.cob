      *                  CONFERIDOS ANTES DE TOCAR O MESTRE; RETORNO
      *                  TRUNCADO OU COM DATA JA APLICADA (REGISTRO
      *                  CLIRETC) E RECUSADO COM RETURN-CODE 8
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) - RECUSA A
      *                  EXECUCAO SEM O CLIEXT TERMINADO OK NO CICLO
      * 2026-10-15  LBL  CARIMBO DE ULTIMA GRAVACAO (CLICARP): CLIENTE
      *                  ALTERADO ENTRE A LEITURA E A REGRAVACAO NAO E
      *                  SOBREPOSTO - SAI COMO DIVERGENCIA, E CONTADO
      *                  NOS TOTAIS E NO LOG E TERMINA COM RC 4
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIRETL.

               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           WORKING-STORAGE SECTION.

      * STATUS '02' = REGRAVACAO OK COM CHAVE ALTERNADA DUPLICADA
           77  FS-CLIRETC       PIC X(02).
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIRETL       PIC X(02).
           77  FS-CLILOG        PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.
           77  WRK-TOTAL-ATUALIZADOS  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-DIVERGENTES  PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CONFERENCIA DO CARIMBO DE ULTIMA GRAVACAO - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

           77  WRK-SIT-ANTERIOR  PIC X(01).

      ******************************************************************
                   'RETORNOS DIVERGENTES.....:'.
               05  WLT-DIVERGENTES PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL4.
               05  FILLER          PIC X(28) VALUE
                   'GRAVACOES RECUSADAS......:'.
               05  WLT-CONFLITOS   PIC ZZZZZ9.

           01  WRK-LINHA-MENSAGEM.
               05  WLM-TEXTO       PIC X(60).
               05  WLM-DATA        PIC 9(08).

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           MOVE 'CLIRET' TO WRK-LOG-PROGRAMA.
           MOVE 'CLIEXT' TO WRK-LOG-PREDECESSOR.
           PERFORM 9500-LOG-INICIAR.
           IF WRK-LOG-LIBERADO-SIM
               PERFORM 1000-INICIAR
               PERFORM 2000-PROCESSAR-RETORNO
                   UNTIL WRK-FIM-ARQUIVO-SIM
               IF WRK-ARQUIVO-OK-SIM
                   PERFORM 2500-REGISTRAR-APLICACAO
               END-IF
               PERFORM 3000-ENCERRAR
           END-IF.

           STOP RUN.

                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       PERFORM 8080-GUARDAR-CARIMBO
               END-READ
               IF NOT WRK-ACHOU-SIM
                   MOVE 'CLIENTE INEXISTENTE' TO WLD-DIVERGENCIA
       2020-GRAVAR-SITUACAO SECTION.
           MOVE CLI-SIT-FATURAMENTO TO WRK-SIT-ANTERIOR.
           MOVE RET-SITUACAO TO CLI-SIT-FATURAMENTO.
      * CLIENTE GRAVADO POR OUTRO PROGRAMA OU OPERADOR DESDE A LEITURA
      * NAO E SOBREPOSTO - A RECUSA SAI NO RELATORIO DE DIVERGENCIAS
           PERFORM 8081-CONFERIR-CARIMBO.
           IF WRK-CONFLITO-SIM
               MOVE 'GRAVACAO RECUSADA - CONFLITO' TO WLD-DIVERGENCIA
               PERFORM 2030-IMPRIME-DIVERGENCIA
           ELSE
               PERFORM 2025-REGRAVAR-CLIENTE
           END-IF.

       2025-REGRAVAR-CLIENTE SECTION.
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO DO CLIENTE'
           MOVE WRK-TOTAL-LIDOS TO WLT-LIDOS.
           MOVE WRK-TOTAL-ATUALIZADOS TO WLT-ATUALIZADOS.
           MOVE WRK-TOTAL-DIVERGENTES TO WLT-DIVERGENTES.
           MOVE WRK-QTD-CONFLITOS TO WLT-CONFLITOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE CLIARQ.
           CLOSE CLIRETD.
               WRK-TOTAL-ATUALIZADOS.
           DISPLAY 'CLIRET - DIVERGENCIAS        : '
               WRK-TOTAL-DIVERGENTES.
           DISPLAY 'CLIRET - GRAVACOES RECUSADAS : '
               WRK-QTD-CONFLITOS.

           MOVE WRK-TOTAL-LIDOS TO WRK-LOG-QTD-LIDOS.
           MOVE WRK-TOTAL-ATUALIZADOS TO WRK-LOG-QTD-GRAVADOS.
           MOVE WRK-TOTAL-DIVERGENTES TO WRK-LOG-QTD-REJEITADOS.
           IF NOT WRK-ARQUIVO-OK-SIM
               MOVE 'RETORNO RECUSADO NA CONFERENCIA'
                   TO WRK-LOG-MENSAGEM
           END-IF.
      * A SITUACAO RECUSADA POR CONFLITO NAO VOLTA NO PROXIMO RETORNO
      * (DATA JA REGISTRADA NO CLIRETC) - PEDE ACERTO MANUAL
           IF WRK-QTD-CONFLITOS > ZEROS
               MOVE 'GRAVACOES RECUSADAS POR CONFLITO'
                   TO WRK-LOG-MENSAGEM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * CABECALHO SECTION

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
