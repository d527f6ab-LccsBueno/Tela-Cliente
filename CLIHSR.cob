      * HISTORICO DE ALTERACOES
      * 2026-09-01  LBL  VERSAO INICIAL - FECHA O CICLO DO HISTORICO
      *                  ACUMULATIVO DO EXPURGO (CLIPRG)
      * 2026-10-15  LBL  TRILHA DA RESTAURACAO COM UMA LINHA POR CAMPO
      *                  (CLIAUDP), PARA A RECUPERACAO (CLIRCV)
      * 2026-10-15  LBL  CLIENTE RESTAURADO RECEBE CARIMBO DE ULTIMA
      *                  GRAVACAO NOVO (CLICARP); CODIGO GRAVADO NO
      *                  MESTRE POR OUTRO PROGRAMA ENTRE A CONFERENCIA
      *                  E A GRAVACAO E RECUSADO E CONTADO
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           77  WRK-TOTAL-LIDOS       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-LISTADOS    PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

           77  WRK-LEN-BUSCA    PIC 9(02) COMP.

      ******************************************************************
               PERFORM 5900-IMPRIME-RESULTADO
           ELSE
               MOVE REG-RESTAURAR TO REG-CLIENTE
               PERFORM 8082-CARIMBAR-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'CLIHSR - ERRO AO GRAVAR CLIENTE '
                           CLI-CODIGO
               END-WRITE
      * CODIGO INCLUIDO POR OUTRO PROGRAMA DEPOIS DA CONFERENCIA ACIMA
      * - O CLIENTE DO MESTRE NAO E SOBREPOSTO
               IF FS-CLIARQ = '22'
                   ADD 1 TO WRK-QTD-CONFLITOS
                   MOVE 'CODIGO JA GRAVADO POR OUTRO PROGRAMA:'
                       TO WLR-TEXTO
                   MOVE RST-CODIGO TO WLR-CODIGO
                   PERFORM 5900-IMPRIME-RESULTADO
               END-IF
               IF FS-CLIARQ-OK
                   PERFORM 5040-REALINHAR-CONTROLE
                   PERFORM 5050-AUDITAR-RESTAURACAO
           MOVE CLI-NOME TO AUD-VALOR-NOVO.
           MOVE PRM-OPERADOR TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.
           PERFORM 8070-AUDITAR-CAMPOS-INCLUSAO.
           IF FS-CLIAUD NOT = '00'
               DISPLAY 'CLIHSR - ERRO AO GRAVAR AUDITORIA: ' FS-CLIAUD
           END-IF.
       8110-REDUZ-TAMANHO SECTION.
           SUBTRACT 1 FROM WRK-LEN-BUSCA.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

      ******************************************************************
      * LINHAS DE CAMPO DA TRILHA DA INCLUSAO (SECTIONS 8070/8075 -
      * VER CLIAUDP)
      ******************************************************************
           COPY CLIAUDP.

      ******************************************************************
      * ENCERRAR SECTION
      ******************************************************************
           DISPLAY 'CLIHSR - REGISTROS LIDOS      : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIHSR - REGISTROS LISTADOS   : '
               WRK-TOTAL-LISTADOS.
           DISPLAY 'CLIHSR - GRAVACOES RECUSADAS  : '
               WRK-QTD-CONFLITOS.
