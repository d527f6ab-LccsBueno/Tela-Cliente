      ******************************************************************
      * CLILOGP - SECTIONS DO LOG DE EXECUCAO DO CICLO (CLILOG), COMUNS
      * AOS PROGRAMAS BATCH DO CICLO. EXIGE AS AREAS DO CLILOGW, O
      * REGISTRO REG-LOG-EXECUCAO (CLILOG) E O ARQUIVO CLILOG FECHADO
      * (AS SECTIONS ABREM E FECHAM O ARQUIVO A CADA GRAVACAO).
      *
      * A DATA DO CICLO E A DO ULTIMO REGISTRO DO LOG - SO O PROGRAMA
      * QUE ABRE O CICLO (WRK-LOG-ABRE-CICLO = 'S') INICIA UM CICLO
      * NOVO COM A DATA DO SISTEMA. ASSIM UM CICLO QUE ATRAVESSA A
      * MEIA-NOITE CONTINUA COM A MESMA DATA ATE O PROXIMO CLIEXT.
      *
      * O PREDECESSOR PRECISA TER, NO MESMO CICLO, A ULTIMA EXECUCAO
      * TERMINADA (REGISTRO 'F') COM RC MENOR QUE 8. SENAO A EXECUCAO
      * E RECUSADA: WRK-LOG-LIBERADO = 'N', RETURN-CODE 8 E UM
      * REGISTRO 'F' DE SITUACAO 'R' COM O MOTIVO NO LOG.
      ******************************************************************
       9500-LOG-INICIAR SECTION.
           MOVE 'S' TO WRK-LOG-LIBERADO.
           MOVE 'N' TO WRK-LOG-PRD-ACHOU.
           MOVE 'N' TO WRK-LOG-FIM-LEITURA.
           MOVE ZEROS TO WRK-LOG-DATA-CICLO.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           ACCEPT WRK-LOG-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-INICIO FROM TIME.

           OPEN INPUT CLILOG.
           IF FS-CLILOG = '35'
               MOVE 'S' TO WRK-LOG-FIM-LEITURA
           ELSE
               PERFORM 9510-LOG-LER UNTIL WRK-LOG-FIM-LEITURA-SIM
               CLOSE CLILOG
           END-IF.

           IF WRK-LOG-ABRE-CICLO-SIM OR WRK-LOG-DATA-CICLO = ZEROS
               MOVE WRK-LOG-DATA-INICIO TO WRK-LOG-DATA-CICLO
           END-IF.

           IF WRK-LOG-PREDECESSOR NOT = SPACES
               PERFORM 9520-LOG-CONFERIR-PREDECESSOR
           END-IF.

           IF WRK-LOG-LIBERADO-SIM
               MOVE 'I' TO WRK-LOG-TIPO
               MOVE 'E' TO WRK-LOG-SITUACAO
               MOVE ZEROS TO WRK-LOG-RC
               MOVE ZEROS TO WRK-LOG-DATA-FIM
               MOVE ZEROS TO WRK-LOG-HORA-FIM
               DISPLAY WRK-LOG-PROGRAMA ' - DATA DO CICLO: '
                   WRK-LOG-DATA-CICLO
           ELSE
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WRK-LOG-TIPO
               MOVE 'R' TO WRK-LOG-SITUACAO
               MOVE 8 TO WRK-LOG-RC
               ACCEPT WRK-LOG-DATA-FIM FROM DATE YYYYMMDD
               ACCEPT WRK-LOG-HORA-FIM FROM TIME
               DISPLAY WRK-LOG-PROGRAMA ' - EXECUCAO RECUSADA: '
                   WRK-LOG-MENSAGEM
           END-IF.
           PERFORM 9530-LOG-GRAVAR.

      ******************************************************************
      * GUARDA A DATA DO CICLO DO ULTIMO REGISTRO E A ULTIMA
      * OCORRENCIA DO PREDECESSOR
      ******************************************************************
       9510-LOG-LER SECTION.
           READ CLILOG
               AT END
                   MOVE 'S' TO WRK-LOG-FIM-LEITURA
           END-READ.

           IF NOT WRK-LOG-FIM-LEITURA-SIM
               IF LOG-DATA-CICLO NUMERIC
                   MOVE LOG-DATA-CICLO TO WRK-LOG-DATA-CICLO
               END-IF
               IF WRK-LOG-PREDECESSOR NOT = SPACES
                       AND LOG-PROGRAMA = WRK-LOG-PREDECESSOR
                   MOVE 'S' TO WRK-LOG-PRD-ACHOU
                   MOVE LOG-DATA-CICLO TO WRK-LOG-PRD-CICLO
                   MOVE LOG-TIPO TO WRK-LOG-PRD-TIPO
                   MOVE LOG-RC TO WRK-LOG-PRD-RC
               END-IF
           END-IF.

       9520-LOG-CONFERIR-PREDECESSOR SECTION.
           EVALUATE TRUE
               WHEN NOT WRK-LOG-PRD-ACHOU-SIM
               WHEN WRK-LOG-PRD-CICLO NOT = WRK-LOG-DATA-CICLO
                   MOVE 'N' TO WRK-LOG-LIBERADO
                   STRING 'AGUARDA ' DELIMITED BY SIZE
                          WRK-LOG-PREDECESSOR DELIMITED BY SPACE
                          ' - SEM EXECUCAO NO CICLO' DELIMITED BY SIZE
                       INTO WRK-LOG-MENSAGEM
                   END-STRING
               WHEN WRK-LOG-PRD-TIPO NOT = 'F'
                   MOVE 'N' TO WRK-LOG-LIBERADO
                   STRING 'AGUARDA ' DELIMITED BY SIZE
                          WRK-LOG-PREDECESSOR DELIMITED BY SPACE
                          ' - NAO TERMINOU (ABEND)' DELIMITED BY SIZE
                       INTO WRK-LOG-MENSAGEM
                   END-STRING
               WHEN WRK-LOG-PRD-RC NOT < 8
                   MOVE 'N' TO WRK-LOG-LIBERADO
                   STRING 'AGUARDA ' DELIMITED BY SIZE
                          WRK-LOG-PREDECESSOR DELIMITED BY SPACE
                          ' - TERMINOU COM RC ' DELIMITED BY SIZE
                          WRK-LOG-PRD-RC DELIMITED BY SIZE
                       INTO WRK-LOG-MENSAGEM
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * GRAVA UM REGISTRO NO FIM DO LOG (CRIA O LOG SE NAO EXISTIR),
      * MONTADO COM O TIPO/SITUACAO/RC INFORMADOS EM WRK-LOG-...
      ******************************************************************
       9530-LOG-GRAVAR SECTION.
           OPEN EXTEND CLILOG.
           IF FS-CLILOG = '35'
               OPEN OUTPUT CLILOG
               CLOSE CLILOG
               OPEN EXTEND CLILOG
           END-IF.
           PERFORM 9540-LOG-MONTAR-REGISTRO.
           WRITE REG-LOG-EXECUCAO.
           IF FS-CLILOG NOT = '00'
               DISPLAY WRK-LOG-PROGRAMA ' - ERRO AO GRAVAR LOG: '
                   FS-CLILOG
           END-IF.
           CLOSE CLILOG.

       9540-LOG-MONTAR-REGISTRO SECTION.
           MOVE SPACES TO REG-LOG-EXECUCAO.
           MOVE WRK-LOG-PROGRAMA TO LOG-PROGRAMA.
           MOVE WRK-LOG-DATA-CICLO TO LOG-DATA-CICLO.
           MOVE WRK-LOG-TIPO TO LOG-TIPO.
           MOVE WRK-LOG-DATA-INICIO TO LOG-DATA-INICIO.
           MOVE WRK-LOG-HORA-INICIO TO LOG-HORA-INICIO.
           MOVE WRK-LOG-DATA-FIM TO LOG-DATA-FIM.
           MOVE WRK-LOG-HORA-FIM TO LOG-HORA-FIM.
           MOVE WRK-LOG-RC TO LOG-RC.
           MOVE WRK-LOG-SITUACAO TO LOG-SITUACAO.
           MOVE WRK-LOG-QTD-LIDOS TO LOG-QTD-LIDOS.
           MOVE WRK-LOG-QTD-GRAVADOS TO LOG-QTD-GRAVADOS.
           MOVE WRK-LOG-QTD-REJEITADOS TO LOG-QTD-REJEITADOS.
           MOVE WRK-LOG-HASH TO LOG-HASH.
           MOVE WRK-LOG-MENSAGEM TO LOG-MENSAGEM.

      ******************************************************************
      * TERMINO DA EXECUCAO - REGISTRO 'F' COM O RETURN-CODE CORRENTE
      * DO PROGRAMA E OS TOTAIS INFORMADOS EM WRK-LOG-...
      ******************************************************************
       9550-LOG-ENCERRAR SECTION.
           MOVE 'F' TO WRK-LOG-TIPO.
           MOVE 'C' TO WRK-LOG-SITUACAO.
           MOVE RETURN-CODE TO WRK-LOG-RC.
           ACCEPT WRK-LOG-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA-FIM FROM TIME.
           PERFORM 9530-LOG-GRAVAR.
