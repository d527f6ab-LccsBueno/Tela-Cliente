      *           CICLOS O CLIENTE PERMANECE NA MESMA SITUACAO -
      *           ATINGIDO O LIMITE DO CARTAO, O CASO E ESCALONADO
      *           E A CARTA DEIXA DE SER REPETIDA.
      *           O CLIENTE LIGADO A UM GRUPO ECONOMICO (CLIGRP) E
      *           COBRADO COM O GRUPO: HAVENDO QUALQUER FILIAL
      *           INADIMPLENTE, MATRIZ E FILIAIS FORMAM UM SO CASO,
      *           COM UMA SO CARTA ENDERECADA A MATRIZ.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *
      * HISTORICO DE ALTERACOES
      * 2026-09-01  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  LOG DE EXECUCAO DO CICLO (CLILOG) - RECUSA A
      *                  EXECUCAO SEM O CLIRET TERMINADO OK NO CICLO
      * 2026-10-15  LBL  GRUPO ECONOMICO (CLIGRP) COBRADO COMO UM SO
      *                  CASO QUANDO QUALQUER FILIAL ESTA INADIMPLENTE
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   RECORD KEY IS COB-CODIGO
                   FILE STATUS IS FS-CLICOBS.

               SELECT CLIGRP ASSIGN TO 'CLIGRP'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRP-CHAVE
                   ALTERNATE RECORD KEY IS GRP-CLIENTE
                   FILE STATUS IS FS-CLIGRP.

               SELECT CLICOBL ASSIGN TO 'CLICOBL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLICOBC.

               SELECT CLILOG ASSIGN TO 'CLILOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILOG.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLICOBS.

           FD  CLIGRP
               LABEL RECORDS ARE STANDARD.
               COPY CLIGRP.

           FD  CLICOBL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).
               LABEL RECORDS ARE STANDARD.
           01  REG-CARTA                   PIC X(132).

           FD  CLILOG
               LABEL RECORDS ARE STANDARD.
               COPY CLILOG.

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLICTT        PIC X(02).
           77  FS-CLICOBS       PIC X(02).
           77  FS-CLIGRP        PIC X(02).
           77  FS-CLICOBL       PIC X(02).
           77  FS-CLICOBC       PIC X(02).
           77  FS-CLILOG        PIC X(02).

           77  WRK-FIM-VARREDURA PIC X(01).
               88  WRK-FIM-VARREDURA-SIM  VALUE 'S'.

           77  WRK-SIT-VARRIDA  PIC X(01).

           77  WRK-GRP-DISPONIVEL PIC X(01) VALUE 'N'.
               88  WRK-GRP-DISPONIVEL-SIM VALUE 'S'.

           77  WRK-EM-GRUPO     PIC X(01).
               88  WRK-EM-GRUPO-SIM       VALUE 'S'.

           77  WRK-ACHOU-CLIENTE PIC X(01).
               88  WRK-ACHOU-CLIENTE-SIM  VALUE 'S'.

      * CASO DE COBRANCA: CHAVE NO ACOMPANHAMENTO E RAIZ DO GRUPO
           77  WRK-COB-CASO     PIC 9(06).
           77  WRK-COB-GRUPO    PIC 9(08).

      * LEVANTAMENTO DO GRUPO DO CLIENTE VARRIDO
           77  WRK-CODIGO-VARRIDO      PIC 9(06).
           77  WRK-COD-MATRIZ          PIC 9(06).
           77  WRK-PRIMEIRO-INADIMPL   PIC 9(06).
           77  WRK-QTD-ATIVOS-GRUPO    PIC 9(04) COMP.
           77  WRK-QTD-INADIMPL-GRUPO  PIC 9(04) COMP.

           77  WRK-TOTAL-REJEITADOS    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-DEVOLVIDOS    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-INADIMPLENTES PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-CARTAS        PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ESCALONADOS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-LIMPOS        PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-GRUPOS        PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-FILIAIS       PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS - CICLOS ATE O ESCALONAMENTO
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLK-VALOR       PIC X(40).

           01  WRK-LINHA-GRUPO.
               05  FILLER          PIC X(08) VALUE SPACES.
               05  FILLER          PIC X(31) VALUE
                   'GRUPO ECONOMICO - RAIZ CNPJ '.
               05  WLG-RAIZ        PIC 9(08).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  FILLER          PIC X(23) VALUE
                   'FILIAIS INADIMPLENTES: '.
               05  WLG-INADIMPL    PIC ZZZ9.
               05  FILLER          PIC X(04) VALUE ' DE '.
               05  WLG-ATIVOS      PIC ZZZ9.
               05  FILLER          PIC X(07) VALUE ' ATIVAS'.

           01  WRK-LINHA-FILIAL.
               05  FILLER          PIC X(08) VALUE SPACES.
               05  WLF-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLF-CNPJ        PIC 9(14).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLF-NOME        PIC X(40).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLF-STATUS      PIC X(07).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLF-SIT-FAT     PIC X(12).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLF-MATRIZ      PIC X(06).

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(28) VALUE
                   'CLIENTES REJEITADOS......:'.
                   'CASOS ESCALONADOS........:'.
               05  WLT-ESCALONADOS PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL6.
               05  FILLER          PIC X(28) VALUE
                   'CASOS DE GRUPO ECONOMICO.:'.
               05  WLT-GRUPOS      PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL7.
               05  FILLER          PIC X(28) VALUE
                   'FILIAIS EM CASO DE GRUPO.:'.
               05  WLT-FILIAIS     PIC ZZZZZ9.

      ******************************************************************
      * AREAS DE IMPRESSAO DA CARTA DE COBRANCA
      ******************************************************************
           01  WRK-CARTA-NOME.
               05  WCN-NOME        PIC X(40).

           01  WRK-CARTA-GRUPO.
               05  FILLER          PIC X(38) VALUE
                   'REF.: GRUPO ECONOMICO - RAIZ DO CNPJ '.
               05  WCG-RAIZ        PIC 9(08).
               05  FILLER          PIC X(21) VALUE
                   ' (MATRIZ E FILIAIS)'.

           01  WRK-CARTA-END1.
               05  WC1-LOGRADOURO  PIC X(40).
               05  FILLER          PIC X(02) VALUE ', '.
           01  WRK-CARTA-SEPARA.
               05  FILLER          PIC X(40) VALUE ALL '-'.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGW.

      ******************************************************************
      * GRUPO ECONOMICO - AREAS DE LEITURA DOS MEMBROS
      ******************************************************************
           COPY CLIGRPW.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           MOVE 'CLICOB' TO WRK-LOG-PROGRAMA.
           MOVE 'CLIRET' TO WRK-LOG-PREDECESSOR.
           PERFORM 9500-LOG-INICIAR.
           IF WRK-LOG-LIBERADO-SIM
               PERFORM 1000-INICIAR
               MOVE 'R' TO WRK-SIT-VARRIDA
               PERFORM 2000-VARRER-SITUACAO
               MOVE 'D' TO WRK-SIT-VARRIDA
               PERFORM 2000-VARRER-SITUACAO
               MOVE 'P' TO WRK-SIT-VARRIDA
               PERFORM 2000-VARRER-SITUACAO
               PERFORM 5000-POSICIONAR-ACOMPANHAMENTO
               PERFORM 6000-LIMPAR-REGULARIZADOS
                   UNTIL WRK-FIM-LIMPEZA-SIM
               PERFORM 9000-ENCERRAR
           END-IF.

           STOP RUN.

           END-IF.
           OPEN OUTPUT CLICOBL.
           OPEN OUTPUT CLICOBC.
      * SEM O ARQUIVO DE GRUPOS, TODO CLIENTE E COBRADO ISOLADO
           OPEN INPUT CLIGRP.
           IF FS-CLIGRP = '00'
               MOVE 'S' TO WRK-GRP-DISPONIVEL
           END-IF.

           MOVE ZEROS TO PRM-CICLOS.
           ACCEPT WRK-CARTAO-PARM.
           END-IF.

      ******************************************************************
      * TRATAR CLIENTE SECTION - NA SECAO DOS INADIMPLENTES, O CLIENTE
      * LIGADO A UM GRUPO ECONOMICO VAI PARA O CASO DO GRUPO; OS
      * DEMAIS SAO TRATADOS COMO CASO INDIVIDUAL
      ******************************************************************
       3000-TRATAR-CLIENTE SECTION.
           MOVE CLI-CODIGO TO WRK-COB-CASO.
           MOVE ZEROS TO WRK-COB-GRUPO.
           MOVE 'N' TO WRK-EM-GRUPO.
           IF WRK-SIT-VARRIDA = 'P' AND WRK-GRP-DISPONIVEL-SIM
               PERFORM 3100-VERIFICAR-GRUPO
           END-IF.

           IF WRK-EM-GRUPO-SIM
               PERFORM 3200-TRATAR-GRUPO
           ELSE
               PERFORM 3005-TRATAR-CASO
           END-IF.

      ******************************************************************
      * TRATAR CASO SECTION - ATUALIZA O ACOMPANHAMENTO, IMPRIME A
      * FILA COM ENDERECO E CONTATOS E EMITE A CARTA QUANDO CABE. NO
      * CASO DE GRUPO O REG-CLIENTE E O DESTINATARIO (A MATRIZ) E AS
      * FILIAIS SAO LISTADAS EM SEGUIDA
      ******************************************************************
       3005-TRATAR-CASO SECTION.
           PERFORM 3010-ATUALIZAR-ACOMPANHAMENTO.

           EVALUATE WRK-SIT-VARRIDA
               END-IF
           END-IF.

           IF WRK-COB-GRUPO > ZEROS
               PERFORM 3230-IMPRIME-FILIAIS
           END-IF.

      ******************************************************************
      * CONTA HA QUANTOS CICLOS O CLIENTE ESTA NA MESMA SITUACAO -
      * MUDOU DE SITUACAO, O CONTADOR RECOMECA DE 1
      ******************************************************************
       3010-ATUALIZAR-ACOMPANHAMENTO SECTION.
           MOVE WRK-COB-CASO TO COB-CODIGO.
           READ CLICOBS
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-COB
                   MOVE 1 TO COB-CICLOS
               END-IF
               MOVE WRK-DATA-SISTEMA-NUM TO COB-DATA-CICLO
               MOVE WRK-COB-GRUPO TO COB-GRUPO
               REWRITE REG-COBRANCA
                   INVALID KEY
                       DISPLAY 'CLICOB - ERRO NO ACOMPANHAMENTO '
                           COB-CODIGO
               END-REWRITE
           ELSE
               MOVE SPACES TO REG-COBRANCA
               MOVE WRK-COB-CASO TO COB-CODIGO
               MOVE WRK-SIT-VARRIDA TO COB-SITUACAO
               MOVE 1 TO COB-CICLOS
               MOVE WRK-DATA-SISTEMA-NUM TO COB-DATA-CICLO
               MOVE WRK-COB-GRUPO TO COB-GRUPO
               WRITE REG-COBRANCA
                   INVALID KEY
                       DISPLAY 'CLICOB - ERRO NO ACOMPANHAMENTO '
               END-IF
           END-IF.

      ******************************************************************
      * VERIFICAR GRUPO SECTION - O CLIENTE ESTA LIGADO A UM GRUPO
      * ECONOMICO? (A FILIAL DESLIGADA PELO SUPERVISOR E COBRADA
      * ISOLADA)
      ******************************************************************
       3100-VERIFICAR-GRUPO SECTION.
           MOVE CLI-CODIGO TO GRP-CLIENTE.
           READ CLIGRP KEY IS GRP-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRP-SIT-LIGADO
                       MOVE 'S' TO WRK-EM-GRUPO
                       MOVE GRP-RAIZ TO WRK-COB-GRUPO
                   END-IF
           END-READ.

      ******************************************************************
      * TRATAR GRUPO SECTION - LEVANTA OS MEMBROS LIGADOS DO GRUPO. O
      * CASO E ABERTO UMA SO VEZ, NA PRIMEIRA FILIAL INADIMPLENTE DA
      * VARREDURA (MENOR CODIGO), QUE E A CHAVE DO ACOMPANHAMENTO; AS
      * DEMAIS FILIAIS INADIMPLENTES JA ESTAO NO CASO E SAO PULADAS.
      * A CARTA VAI PARA A MATRIZ ATIVA OU, SEM ELA, PARA A PROPRIA
      * FILIAL. GRUPO COM UM SO MEMBRO ATIVO E CASO INDIVIDUAL. NO FIM
      * O MESTRE E REPOSICIONADO DEPOIS DO CLIENTE VARRIDO.
      ******************************************************************
       3200-TRATAR-GRUPO SECTION.
           MOVE CLI-CODIGO TO WRK-CODIGO-VARRIDO.
           MOVE ZEROS TO WRK-COD-MATRIZ.
           MOVE ZEROS TO WRK-PRIMEIRO-INADIMPL.
           MOVE ZEROS TO WRK-QTD-ATIVOS-GRUPO.
           MOVE ZEROS TO WRK-QTD-INADIMPL-GRUPO.
           MOVE WRK-COB-GRUPO TO WRK-GRP-RAIZ-BUSCA.
           PERFORM 8234-POSICIONAR-GRUPO.
           PERFORM 3210-LEVANTAR-MEMBRO
               UNTIL WRK-GRP-FIM-SIM.

           EVALUATE TRUE
               WHEN WRK-PRIMEIRO-INADIMPL NOT = WRK-CODIGO-VARRIDO
                   CONTINUE
               WHEN WRK-QTD-ATIVOS-GRUPO < 2
                   MOVE ZEROS TO WRK-COB-GRUPO
                   MOVE WRK-CODIGO-VARRIDO TO CLI-CODIGO
                   PERFORM 3220-LER-CLIENTE
                   PERFORM 3005-TRATAR-CASO
               WHEN OTHER
                   IF WRK-COD-MATRIZ NOT = ZEROS
                       MOVE WRK-COD-MATRIZ TO CLI-CODIGO
                   ELSE
                       MOVE WRK-CODIGO-VARRIDO TO CLI-CODIGO
                   END-IF
                   PERFORM 3220-LER-CLIENTE
                   IF NOT WRK-ACHOU-CLIENTE-SIM
                       MOVE WRK-CODIGO-VARRIDO TO CLI-CODIGO
                       PERFORM 3220-LER-CLIENTE
                   END-IF
                   ADD 1 TO WRK-TOTAL-GRUPOS
                   ADD WRK-QTD-INADIMPL-GRUPO TO WRK-TOTAL-FILIAIS
                   PERFORM 3005-TRATAR-CASO
           END-EVALUATE.

           MOVE WRK-CODIGO-VARRIDO TO CLI-CODIGO.
           START CLIARQ KEY IS GREATER THAN CLI-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-VARREDURA
           END-START.

       3210-LEVANTAR-MEMBRO SECTION.
           PERFORM 8235-LER-MEMBRO.
           IF NOT WRK-GRP-FIM-SIM AND GRP-SIT-LIGADO
               MOVE GRP-CLIENTE TO CLI-CODIGO
               PERFORM 3220-LER-CLIENTE
               IF WRK-ACHOU-CLIENTE-SIM AND CLI-STATUS-ATIVO
                   PERFORM 3211-CONTAR-MEMBRO
               END-IF
           END-IF.

       3211-CONTAR-MEMBRO SECTION.
           ADD 1 TO WRK-QTD-ATIVOS-GRUPO.
           IF GRP-MATRIZ-SIM
               MOVE CLI-CODIGO TO WRK-COD-MATRIZ
           END-IF.
           IF CLI-SIT-FAT-INADIMPLENTE
               ADD 1 TO WRK-QTD-INADIMPL-GRUPO
               IF WRK-PRIMEIRO-INADIMPL = ZEROS
                   MOVE CLI-CODIGO TO WRK-PRIMEIRO-INADIMPL
               END-IF
           END-IF.

       3220-LER-CLIENTE SECTION.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-CLIENTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-CLIENTE
           END-READ.

      ******************************************************************
      * IMPRIME FILIAIS SECTION - LISTA NA FILA TODOS OS MEMBROS
      * LIGADOS DO GRUPO, COM A SITUACAO DE FATURAMENTO DE CADA UM
      ******************************************************************
       3230-IMPRIME-FILIAIS SECTION.
           MOVE WRK-COB-GRUPO TO WLG-RAIZ.
           MOVE WRK-QTD-INADIMPL-GRUPO TO WLG-INADIMPL.
           MOVE WRK-QTD-ATIVOS-GRUPO TO WLG-ATIVOS.
           MOVE WRK-LINHA-GRUPO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

           MOVE WRK-COB-GRUPO TO WRK-GRP-RAIZ-BUSCA.
           PERFORM 8234-POSICIONAR-GRUPO.
           PERFORM 3231-IMPRIME-FILIAL
               UNTIL WRK-GRP-FIM-SIM.

       3231-IMPRIME-FILIAL SECTION.
           PERFORM 8235-LER-MEMBRO.
           IF NOT WRK-GRP-FIM-SIM AND GRP-SIT-LIGADO
               MOVE GRP-CLIENTE TO CLI-CODIGO
               PERFORM 3220-LER-CLIENTE
               IF WRK-ACHOU-CLIENTE-SIM
                   PERFORM 3232-IMPRIME-LINHA-FILIAL
               END-IF
           END-IF.

       3232-IMPRIME-LINHA-FILIAL SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
               MOVE WRK-LINHA-SECAO TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD 1 TO WRK-LINHAS
           END-IF.
           MOVE CLI-CODIGO TO WLF-CODIGO.
           MOVE CLI-DOC-NUMERO TO WLF-CNPJ.
           MOVE CLI-NOME TO WLF-NOME.
           IF CLI-STATUS-ATIVO
               MOVE 'ATIVO' TO WLF-STATUS
           ELSE
               MOVE 'INATIVO' TO WLF-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN CLI-SIT-FAT-REJEITADO
                   MOVE 'REJEITADO' TO WLF-SIT-FAT
               WHEN CLI-SIT-FAT-DEVOLVIDO
                   MOVE 'DEVOLVIDO' TO WLF-SIT-FAT
               WHEN CLI-SIT-FAT-INADIMPLENTE
                   MOVE 'INADIMPLENTE' TO WLF-SIT-FAT
               WHEN OTHER
                   MOVE 'NORMAL' TO WLF-SIT-FAT
           END-EVALUATE.
           IF GRP-MATRIZ-SIM
               MOVE 'MATRIZ' TO WLF-MATRIZ
           ELSE
               MOVE SPACES TO WLF-MATRIZ
           END-IF.
           MOVE WRK-LINHA-FILIAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

      ******************************************************************
      * EMITIR CARTA SECTION - CARTA DE COBRANCA DO INADIMPLENTE
      ******************************************************************
           MOVE CLI-NOME TO WCN-NOME.
           MOVE WRK-CARTA-NOME TO REG-CARTA.
           WRITE REG-CARTA.
           IF WRK-COB-GRUPO > ZEROS
               MOVE WRK-COB-GRUPO TO WCG-RAIZ
               MOVE WRK-CARTA-GRUPO TO REG-CARTA
               WRITE REG-CARTA
           END-IF.

           MOVE CLI-END-LOGRADOURO TO WC1-LOGRADOURO.
           MOVE CLI-END-NUMERO TO WC1-NUMERO.
      ******************************************************************
      * LIMPAR REGULARIZADOS SECTION - REMOVE DO ACOMPANHAMENTO OS
      * CLIENTES QUE VOLTARAM A SITUACAO NORMAL, PARA QUE UMA NOVA
      * OCORRENCIA RECOMECE A CONTAGEM DE CICLOS DO PRIMEIRO. O CASO
      * DE GRUPO SAI QUANDO NAO FOI RENOVADO NESTE CICLO (NENHUMA
      * FILIAL INADIMPLENTE OU O CASO PASSOU A OUTRA FILIAL), E O CASO
      * INDIVIDUAL DE INADIMPLENCIA NAO RENOVADO FOI ABSORVIDO PELO
      * CASO DO GRUPO DO CLIENTE
      ******************************************************************
       6000-LIMPAR-REGULARIZADOS SECTION.
           READ CLICOBS NEXT RECORD
           END-READ.

           IF NOT WRK-FIM-LIMPEZA-SIM
               IF COB-GRUPO NUMERIC AND COB-GRUPO > ZEROS
                   IF COB-DATA-CICLO NOT = WRK-DATA-SISTEMA-NUM
                       PERFORM 6010-REMOVER-ACOMPANHAMENTO
                   END-IF
               ELSE
                   PERFORM 6020-CONFERIR-INDIVIDUAL
               END-IF
           END-IF.

       6020-CONFERIR-INDIVIDUAL SECTION.
           MOVE COB-CODIGO TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   PERFORM 6010-REMOVER-ACOMPANHAMENTO
               NOT INVALID KEY
                   IF CLI-SIT-FAT-NORMAL OR CLI-STATUS-INATIVO
                       PERFORM 6010-REMOVER-ACOMPANHAMENTO
                   ELSE
                       IF COB-SITUACAO = 'P'
                          AND COB-DATA-CICLO NOT = WRK-DATA-SISTEMA-NUM
                           PERFORM 6010-REMOVER-ACOMPANHAMENTO
                       END-IF
                   END-IF
           END-READ.

       6010-REMOVER-ACOMPANHAMENTO SECTION.
           DELETE CLICOBS
           MOVE WRK-TOTAL-INADIMPLENTES TO WLT-INADIMPL.
           MOVE WRK-TOTAL-CARTAS TO WLT-CARTAS.
           MOVE WRK-TOTAL-ESCALONADOS TO WLT-ESCALONADOS.
           MOVE WRK-TOTAL-GRUPOS TO WLT-GRUPOS.
           MOVE WRK-TOTAL-FILIAIS TO WLT-FILIAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL6 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL7 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE CLIARQ.
           CLOSE CLICTT.
           CLOSE CLICOBS.
           CLOSE CLICOBL.
           CLOSE CLICOBC.
           IF WRK-GRP-DISPONIVEL-SIM
               CLOSE CLIGRP
           END-IF.

           DISPLAY 'CLICOB - REJEITADOS         : '
               WRK-TOTAL-REJEITADOS.
           DISPLAY 'CLICOB - ESCALONADOS        : '
               WRK-TOTAL-ESCALONADOS.
           DISPLAY 'CLICOB - ACOMP. REMOVIDOS   : ' WRK-TOTAL-LIMPOS.
           DISPLAY 'CLICOB - CASOS DE GRUPO     : ' WRK-TOTAL-GRUPOS.
           DISPLAY 'CLICOB - FILIAIS EM GRUPO   : ' WRK-TOTAL-FILIAIS.

      * NO LOG: CASOS NA FILA, CARTAS EMITIDAS E CASOS ESCALONADOS
           COMPUTE WRK-LOG-QTD-LIDOS = WRK-TOTAL-REJEITADOS
               + WRK-TOTAL-DEVOLVIDOS + WRK-TOTAL-INADIMPLENTES.
           MOVE WRK-TOTAL-CARTAS TO WRK-LOG-QTD-GRAVADOS.
           MOVE WRK-TOTAL-ESCALONADOS TO WRK-LOG-QTD-REJEITADOS.
           PERFORM 9550-LOG-ENCERRAR.

      ******************************************************************
      * LOG DE EXECUCAO DO CICLO NOTURNO
      ******************************************************************
           COPY CLILOGP.

      ******************************************************************
      * GRUPO ECONOMICO - LEITURA DOS MEMBROS (SECTIONS 8234 E 8235 -
      * VER CLIGRPP)
      ******************************************************************
           COPY CLIGRPP.
