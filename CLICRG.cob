      *                  DE OPERADOR DA TRILHA DE AUDITORIA
      * 2026-09-01  LBL  CHECKPOINT PERIODICO (CLICRGC) E REINICIO
      *                  PELO CARTAO 'R', SEM DUPLICAR CLIENTES
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) COM LIDOS,
      *                  ACEITOS E REJEITADOS DA CARGA
      * 2026-10-15  LBL  CEP CONFERIDO NA TABELA DOS CORREIOS (CLICEP)
      *                  PELA VALIDACAO COMUM (CLIVALP) - CEP
      *                  INEXISTENTE OU DE OUTRA UF VAI PARA REJEITADOS
      * 2026-10-15  LBL  TRILHA DA INCLUSAO COM UMA LINHA POR CAMPO
      *                  (CLIAUDP), PARA A RECUPERACAO (CLIRCV)
      * 2026-10-15  LBL  CLIENTE INCLUIDO COM CARIMBO DE ULTIMA
      *                  GRAVACAO (CLICARP)
      * 2026-10-15  LBL  CLIENTE CNPJ ACEITO E LIGADO AO GRUPO
      *                  ECONOMICO DA RAIZ DO CNPJ (CLIGRP/CLIGRPP)
      * 2026-10-15  LBL  CLIENTE CARREGADO NASCE SEM CONSULTA DA
      *                  SITUACAO CADASTRAL NA RECEITA (CLIRFE/CLIRFR)
      * 2026-10-15  LBL  TABELA DE CEP INDISPONIVEL EM QUALQUER FALHA
      *                  NA ABERTURA (NAO SO AUSENTE); SO E FECHADA SE
      *                  FOI ABERTA
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   RECORD KEY IS CKP-CHAVE
                   FILE STATUS IS FS-CLICRGC.

               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

               SELECT CLICEP ASSIGN TO 'CLICEP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CEP-CODIGO
                   FILE STATUS IS FS-CLICEP.

               SELECT CLIGRP ASSIGN TO 'CLIGRP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRP-CHAVE
                   ALTERNATE RECORD KEY IS GRP-CLIENTE
                   FILE STATUS IS FS-CLIGRP.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLICRGC.

           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           FD  CLICEP
               LABEL RECORDS ARE STANDARD.
               COPY CLICEP.

           FD  CLIGRP
               LABEL RECORDS ARE STANDARD.
               COPY CLIGRP.

           WORKING-STORAGE SECTION.

      * STATUS '02' = LEITURA/GRAVACAO OK COM CHAVE ALTERNADA
           77  FS-CLICRGR       PIC X(02).
           77  FS-CLICRGL       PIC X(02).
           77  FS-CLICRGC       PIC X(02).
           77  FS-CLILOG        PIC X(02).
           77  FS-CLICEP        PIC X(02).
           77  FS-CLIGRP        PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.
           77  WRK-TOTAL-LIDOS      PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ACEITOS    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-REJEITADOS PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-GRUPO      PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ERRO-GRUPO PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS E CONTROLE DE CHECKPOINT/REINICIO
      ******************************************************************
           COPY CLIVALW.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

      ******************************************************************
      * GRUPO ECONOMICO DO CLIENTE CNPJ - VER CLIGRPW/CLIGRPP
      ******************************************************************
           COPY CLIGRPW.

      ******************************************************************
      * DATA E HORA DO SISTEMA
      ******************************************************************
                   'JA GRAVADOS (REINICIO)...:'.
               05  WLT-JA-GRAVADOS PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL5.
               05  FILLER          PIC X(28) VALUE
                   'LIGADOS A GRUPO ECONOMICO:'.
               05  WLT-GRUPO       PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL6.
               05  FILLER          PIC X(28) VALUE
                   'ERROS NO GRUPO ECONOMICO.:'.
               05  WLT-ERRO-GRUPO  PIC ZZZZZ9.

           77  WRK-CKP-STATUS   PIC X(01) VALUE 'A'.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           MOVE 'CLICRG' TO WRK-LOG-PROGRAMA.
           PERFORM 9500-LOG-INICIAR.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-CARGA UNTIL WRK-FIM-ARQUIVO-SIM.
           PERFORM 3000-ENCERRAR.
               OPEN EXTEND CLIAUD
           END-IF.

           OPEN I-O CLIGRP.
           IF FS-CLIGRP = '35'
               OPEN OUTPUT CLIGRP
               CLOSE CLIGRP
               OPEN I-O CLIGRP
           END-IF.
           MOVE 'CLICRG' TO WRK-GRP-OPERADOR.

           OPEN INPUT CLICEP.
           IF FS-CLICEP NOT = '00'
               DISPLAY 'CLICRG - TABELA DE CEP INDISPONIVEL - FS: '
                   FS-CLICEP
               MOVE 'N' TO WRK-CEP-DISPONIVEL
           END-IF.

           OPEN INPUT CLICRGD.
           IF FS-CLICRGD = '35'
               MOVE 'S' TO WRK-FIM-ARQUIVO
           MOVE CRG-DOC-TIPO TO CLI-DOC-TIPO.
           MOVE 'A' TO CLI-STATUS.
           MOVE SPACES TO CLI-SIT-FATURAMENTO.
           MOVE SPACES TO CLI-ULT-ALTERACAO.
           MOVE SPACES TO CLI-SIT-RECEITA.
           MOVE ZEROS TO CLI-DATA-RECEITA.
           MOVE WRK-DT-ANO TO CLI-DATA-ANO.
           MOVE WRK-DT-MES TO CLI-DATA-MES.
           MOVE WRK-DT-DIA TO CLI-DATA-DIA.
           PERFORM 8210-GRAVAR-PROXIMO-CODIGO.
           IF FS-CLICTL = '00'
               MOVE WRK-PROXIMO-CODIGO TO CLI-CODIGO
               PERFORM 8082-CARIMBAR-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       MOVE 'ERRO NA GRAVACAO DO MESTRE'
                   ADD 1 TO WRK-TOTAL-ACEITOS
                   MOVE WRK-PROXIMO-CODIGO TO WRK-ULT-CODIGO-CARGA
                   PERFORM 2040-AUDITAR-INCLUSAO
                   PERFORM 2045-VINCULAR-GRUPO
               ELSE
      * FALHA DE E/S SEM CONDICAO DE CHAVE INVALIDA (STATUS 2X JA
      * REJEITADO PELO INVALID KEY) - REJEITA PARA FECHAR OS TOTAIS
           MOVE CLI-NOME TO AUD-VALOR-NOVO.
           MOVE 'CLICRG' TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.
           PERFORM 8070-AUDITAR-CAMPOS-INCLUSAO.
           IF FS-CLIAUD NOT = '00'
               DISPLAY 'CLICRG - ERRO AO GRAVAR AUDITORIA: ' FS-CLIAUD
           END-IF.

      ******************************************************************
      * CLIENTE CNPJ ACEITO ENTRA NO GRUPO DA RAIZ DO CNPJ. FALHA NO
      * VINCULO NAO REJEITA O CLIENTE, JA GRAVADO - FICA NO TOTAL DE
      * ERROS E A RELIGACAO DO CLIGRR ACERTA O GRUPO PELO MESTRE.
      ******************************************************************
       2045-VINCULAR-GRUPO SECTION.
           PERFORM 8230-ATUALIZAR-GRUPO.
           EVALUATE WRK-GRP-MOVIMENTO
               WHEN 'I'
               WHEN 'T'
                   ADD 1 TO WRK-TOTAL-GRUPO
               WHEN 'X'
                   ADD 1 TO WRK-TOTAL-ERRO-GRUPO
                   DISPLAY 'CLICRG - ERRO NO GRUPO ECONOMICO: '
                       CLI-CODIGO ' ' FS-CLIGRP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * ENCERRAR SECTION - RELATORIO DE TOTAIS E FECHAMENTO
      ******************************************************************
               MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-TOTAL-GRUPO TO WLT-GRUPO.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-TOTAL-ERRO-GRUPO > ZEROS
               MOVE WRK-TOTAL-ERRO-GRUPO TO WLT-ERRO-GRUPO
               MOVE WRK-LINHA-TOTAL6 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

      * CARGA COMPLETADA - O CHECKPOINT PASSA A CONCLUIDO E UM
      * REINICIO POSTERIOR NAO TEM O QUE REFAZER. UM REINICIO
           CLOSE CLICRGR.
           CLOSE CLICRGL.
           CLOSE CLICRGC.
           IF WRK-CEP-DISPONIVEL-SIM
               CLOSE CLICEP
           END-IF.
           CLOSE CLIGRP.

           DISPLAY 'CLICRG - REGISTROS LIDOS    : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLICRG - CLIENTES ACEITOS   : ' WRK-TOTAL-ACEITOS.
               DISPLAY 'CLICRG - JA GRAVADOS        : '
                   WRK-TOTAL-JA-GRAVADOS
           END-IF.
           DISPLAY 'CLICRG - LIGADOS A GRUPO    : ' WRK-TOTAL-GRUPO.
           IF WRK-TOTAL-ERRO-GRUPO > ZEROS
               DISPLAY 'CLICRG - ERROS NO GRUPO     : '
                   WRK-TOTAL-ERRO-GRUPO
           END-IF.

           MOVE WRK-TOTAL-LIDOS TO WRK-LOG-QTD-LIDOS.
           MOVE WRK-TOTAL-ACEITOS TO WRK-LOG-QTD-GRAVADOS.
           MOVE WRK-TOTAL-REJEITADOS TO WRK-LOG-QTD-REJEITADOS.
           IF WRK-SEM-PROCESSO-SIM
               MOVE 'CARGA NAO PROCESSADA' TO WRK-LOG-MENSAGEM
           END-IF.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * VALIDACOES DE CLIENTE COMUNS AO ONLINE E A CARGA EM LOTE
      ******************************************************************
           COPY CLIVALP.

      ******************************************************************
      * LINHAS DE CAMPO DA TRILHA DA INCLUSAO (SECTIONS 8070/8075 -
      * VER CLIAUDP)
      ******************************************************************
           COPY CLIAUDP.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

      ******************************************************************
      * GRUPO ECONOMICO DO CLIENTE CNPJ (SECTIONS 8230 A 8237 - VER
      * CLIGRPP)
      ******************************************************************
           COPY CLIGRPP.

      ******************************************************************
      * CONTROLE DE CODIGO AUTOMATICO DE CLIENTE (CLICTL)
      ******************************************************************
                       DISPLAY 'CLICRG - ERRO AO CRIAR CONTROLE'
               END-WRITE
           END-IF.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.
