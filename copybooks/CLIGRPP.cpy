      ******************************************************************
      * CLIGRPP - SECTIONS DA MANUTENCAO AUTOMATICA DO GRUPO ECONOMICO
      * (CLIGRP), COMUNS AO PROGRAMA ONLINE CLIENTES, A CARGA EM LOTE
      * CLICRG, AO RELATORIO DE GRUPOS CLIGRR E A COBRANCA CLICOB.
      * EXIGE AS AREAS DO CLIGRPW, O ARQUIVO CLIGRP ABERTO EM I-O COM
      * ACESSO DINAMICO E O REGISTRO REG-CLIENTE COM O CLIENTE
      * RECEM-GRAVADO. QUEM SO LE O GRUPO (8231, 8234 E 8235) PODE
      * ABRIR O CLIGRP EM INPUT.
      *
      *   8230 - ACERTA O VINCULO DO CLIENTE: CLIENTE CNPJ SEM VINCULO
      *          ENTRA NO GRUPO DA RAIZ DO SEU CNPJ; CLIENTE QUE DEIXOU
      *          DE SER CNPJ OU MUDOU DE RAIZ SAI DO GRUPO ANTIGO (E,
      *          SE FOR O CASO, ENTRA NO NOVO). A FILIAL 0001 ENTRA
      *          COMO MATRIZ QUANDO O GRUPO AINDA NAO TEM MATRIZ. O
      *          VINCULO DESLIGADO PELO SUPERVISOR E MANTIDO.
      *   8231 - LE O VINCULO DO CLIENTE PELA CHAVE ALTERNADA
      *   8234 - POSICIONA NO PRIMEIRO MEMBRO DO GRUPO DE
      *          WRK-GRP-RAIZ-BUSCA; 8235 LE O PROXIMO MEMBRO E LIGA
      *          WRK-GRP-FIM NO FIM DO GRUPO
      *   8236 - CONTA OS MEMBROS DO GRUPO E VERIFICA SE HA MATRIZ
      ******************************************************************
       8230-ATUALIZAR-GRUPO SECTION.
           MOVE SPACES TO WRK-GRP-MOVIMENTO.
           MOVE CLI-DOC-NUMERO TO WRK-GRP-DOCUMENTO.
           PERFORM 8231-LER-VINCULO.

           IF WRK-GRP-ACHOU-SIM
               IF NOT CLI-DOC-CNPJ
                  OR GRP-RAIZ NOT = WRK-GRP-DOC-RAIZ
                   PERFORM 8232-EXCLUIR-VINCULO
               END-IF
           END-IF.

           IF CLI-DOC-CNPJ AND NOT WRK-GRP-ACHOU-SIM
                   AND WRK-GRP-MOVIMENTO NOT = 'X'
               PERFORM 8233-INCLUIR-VINCULO
           END-IF.

       8231-LER-VINCULO SECTION.
           MOVE CLI-CODIGO TO GRP-CLIENTE.
           READ CLIGRP KEY IS GRP-CLIENTE
               INVALID KEY
                   MOVE 'N' TO WRK-GRP-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRP-ACHOU
           END-READ.

       8232-EXCLUIR-VINCULO SECTION.
           DELETE CLIGRP
               INVALID KEY
                   MOVE 'X' TO WRK-GRP-MOVIMENTO
           END-DELETE.
           IF FS-CLIGRP = '00'
               MOVE 'N' TO WRK-GRP-ACHOU
               MOVE 'E' TO WRK-GRP-MOVIMENTO
           ELSE
               MOVE 'X' TO WRK-GRP-MOVIMENTO
           END-IF.

       8233-INCLUIR-VINCULO SECTION.
           MOVE WRK-GRP-DOC-RAIZ TO WRK-GRP-RAIZ-BUSCA.
           PERFORM 8236-VERIFICAR-MATRIZ.

           MOVE SPACES TO REG-GRUPO.
           MOVE WRK-GRP-DOC-RAIZ TO GRP-RAIZ.
           MOVE CLI-CODIGO TO GRP-CLIENTE.
           MOVE 'N' TO GRP-MATRIZ.
           IF WRK-GRP-DOC-MATRIZ AND NOT WRK-GRP-TEM-MATRIZ-SIM
               MOVE 'S' TO GRP-MATRIZ
           END-IF.
           MOVE 'A' TO GRP-SITUACAO.
           MOVE 'A' TO GRP-ORIGEM.
           ACCEPT GRP-DATA FROM DATE YYYYMMDD.
           MOVE WRK-GRP-OPERADOR TO GRP-OPERADOR.
           WRITE REG-GRUPO
               INVALID KEY
                   MOVE 'X' TO WRK-GRP-MOVIMENTO
           END-WRITE.

           IF FS-CLIGRP = '00'
               IF WRK-GRP-MOVIMENTO = 'E'
                   MOVE 'T' TO WRK-GRP-MOVIMENTO
               ELSE
                   MOVE 'I' TO WRK-GRP-MOVIMENTO
               END-IF
           ELSE
               MOVE 'X' TO WRK-GRP-MOVIMENTO
           END-IF.

       8234-POSICIONAR-GRUPO SECTION.
           MOVE 'N' TO WRK-GRP-FIM.
           MOVE WRK-GRP-RAIZ-BUSCA TO GRP-RAIZ.
           MOVE ZEROS TO GRP-CLIENTE.
           START CLIGRP KEY IS NOT LESS THAN GRP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-GRP-FIM
           END-START.

       8235-LER-MEMBRO SECTION.
           READ CLIGRP NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-GRP-FIM
           END-READ.
           IF NOT WRK-GRP-FIM-SIM
               IF GRP-RAIZ NOT = WRK-GRP-RAIZ-BUSCA
                   MOVE 'S' TO WRK-GRP-FIM
               END-IF
           END-IF.

       8236-VERIFICAR-MATRIZ SECTION.
           MOVE 'N' TO WRK-GRP-TEM-MATRIZ.
           MOVE ZEROS TO WRK-GRP-QTD-MEMBROS.
           PERFORM 8234-POSICIONAR-GRUPO.
           PERFORM 8237-CONFERIR-MEMBRO
               UNTIL WRK-GRP-FIM-SIM.

       8237-CONFERIR-MEMBRO SECTION.
           PERFORM 8235-LER-MEMBRO.
           IF NOT WRK-GRP-FIM-SIM
               ADD 1 TO WRK-GRP-QTD-MEMBROS
               IF GRP-MATRIZ-SIM AND GRP-SIT-LIGADO
                   MOVE 'S' TO WRK-GRP-TEM-MATRIZ
               END-IF
           END-IF.
