      *
      * HISTORICO DE ALTERACOES
      * 2026-09-01  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) COM AS
      *                  SUSPEITAS APONTADAS OU O RESULTADO DA FUSAO
      * 2026-10-15  LBL  CARIMBO DE ULTIMA GRAVACAO (CLICARP): O
      *                  ABSORVIDO E INATIVADO ANTES DOS CONTATOS E SO
      *                  SE NAO MUDOU DESDE A VALIDACAO DO PAR - SENAO
      *                  A FUSAO E RECUSADA SEM TOCAR EM NADA
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIDUPL.

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

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLIOPE        PIC X(02).
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIDUPL       PIC X(02).
           77  FS-CLILOG        PIC X(02).

           77  WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
               88  WRK-FIM-MESTRE-SIM     VALUE 'S'.
           77  WRK-TOTAL-SUSPEITAS-M PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-CONTATOS    PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
               05  WLR-TEXTO       PIC X(50).
               05  WLR-CODIGO      PIC ZZZZZ9.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           MOVE 'CLIDUP' TO WRK-LOG-PROGRAMA.
           PERFORM 9500-LOG-INICIAR.
           PERFORM 1000-INICIAR.
           IF PRM-FUNCAO-FUSAO
               PERFORM 5000-FUNDIR-CLIENTES
           PERFORM 5010-VALIDAR-SUPERVISOR.
           IF WRK-OPERADOR-OK-SIM
               PERFORM 5020-VALIDAR-PAR
      * O ABSORVIDO E INATIVADO ANTES DE MEXER NOS CONTATOS: SE ELE
      * MUDOU DESDE A VALIDACAO, A FUSAO PARA SEM TOCAR EM NADA
               IF WRK-FUSAO-OK-SIM
                   PERFORM 5060-INATIVAR-ABSORVIDO
               END-IF
               IF WRK-FUSAO-OK-SIM
                   PERFORM 5030-REAPONTAR-CONTATOS
                   PERFORM 5070-AUDITAR-FUSAO
                   MOVE 'FUSAO CONCLUIDA - CODIGO ABSORVIDO:'
                       TO WLR-TEXTO
                           MOVE 'N' TO WRK-ACHOU
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-ACHOU
                           PERFORM 8080-GUARDAR-CARIMBO
                   END-READ
                   IF NOT WRK-ACHOU-SIM
                       MOVE 'ABSORVIDO INEXISTENTE:' TO WLR-TEXTO
               END-IF
           END-IF.

      ******************************************************************
      * O REG-CLIENTE AINDA TEM O ABSORVIDO LIDO NA VALIDACAO DO PAR
      ******************************************************************
       5060-INATIVAR-ABSORVIDO SECTION.
           MOVE 'I' TO CLI-STATUS.
           PERFORM 8081-CONFERIR-CARIMBO.
           IF WRK-CONFLITO-SIM
               MOVE 'N' TO WRK-FUSAO-OK
               MOVE 'ABSORVIDO ALTERADO APOS A VALIDACAO - RECUSADA:'
                   TO WLR-TEXTO
               MOVE PRM-ABSORVIDO TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           ELSE
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'CLIDUP - ERRO AO INATIVAR ABSORVIDO '
               WRK-TOTAL-SUSPEITAS-M.
           DISPLAY 'CLIDUP - CONTATOS REAPONTADOS: '
               WRK-TOTAL-CONTATOS.
           DISPLAY 'CLIDUP - GRAVACOES RECUSADAS : '
               WRK-QTD-CONFLITOS.

      * NO LOG: CLIENTES CRUZADOS E SUSPEITAS (RELATORIO) OU O PAR
      * FUNDIDO / RECUSADO (FUSAO)
           IF PRM-FUNCAO-FUSAO
               IF WRK-FUSAO-OK-SIM
                   MOVE 1 TO WRK-LOG-QTD-GRAVADOS
                   MOVE 'FUSAO EFETUADA' TO WRK-LOG-MENSAGEM
               ELSE
                   MOVE 1 TO WRK-LOG-QTD-REJEITADOS
                   IF WRK-QTD-CONFLITOS > ZEROS
                       MOVE 'FUSAO RECUSADA - ABSORVIDO ALTERADO'
                           TO WRK-LOG-MENSAGEM
                   ELSE
                       MOVE 'FUSAO RECUSADA' TO WRK-LOG-MENSAGEM
                   END-IF
               END-IF
           ELSE
               MOVE WRK-QTD-CLIENTES TO WRK-LOG-QTD-LIDOS
               COMPUTE WRK-LOG-QTD-GRAVADOS =
                   WRK-TOTAL-SUSPEITAS-A + WRK-TOTAL-SUSPEITAS-M
           END-IF.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
