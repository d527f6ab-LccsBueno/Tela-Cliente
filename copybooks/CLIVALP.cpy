      * PROGRAMA ONLINE CLIENTES E A CARGA EM LOTE CLICRG. EXIGE AS
      * AREAS DE TRABALHO DO CLIVALW, O REGISTRO REG-CLIENTE (CLIREG)
      * E O ARQUIVO CLIARQ ABERTO COM A CHAVE ALTERNADA DE DOCUMENTO;
      * A TABELA DE CEP CLICEP ABERTA PARA LEITURA (OU
      * WRK-CEP-DISPONIVEL = 'N' SE NAO PODE SER ABERTA);
      * O FILE STATUS FS-CLIARQ DEVE TER O NIVEL 88 FS-CLIARQ-OK
      * (VALORES '00' E '02' - LEITURA OK COM CHAVE DUPLICADA).
      * O RESULTADO FICA EM WRK-DADOS-OK / WRK-MSG-ERRO.
               END-IF
           END-IF.

           IF WRK-DADOS-OK-SIM AND WRK-CEP-DISPONIVEL-SIM
               PERFORM 8340-CONSULTAR-CEP
               IF NOT WRK-CEP-CADASTRADO-SIM
                   MOVE 'N' TO WRK-DADOS-OK
                   MOVE 'CEP NAO CONSTA DA TABELA DOS CORREIOS'
                       TO WRK-MSG-ERRO
               ELSE
                   IF CEP-UF NOT = CLI-END-UF
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'CEP NAO PERTENCE A UF INFORMADA'
                           TO WRK-MSG-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WRK-DADOS-OK-SIM
               PERFORM 8310-VALIDAR-DOCUMENTO
               IF NOT WRK-DOC-VALIDO-SIM
                   MOVE 'S' TO WRK-UF-VALIDA
           END-SEARCH.

      ******************************************************************
      * CONSULTA DO CEP DO CLIENTE NA TABELA DOS CORREIOS (CLICEP) -
      * ENCONTRADO, O REGISTRO FICA EM REG-CEP
      ******************************************************************
       8340-CONSULTAR-CEP SECTION.
           MOVE CLI-END-CEP TO CEP-CODIGO.
           READ CLICEP
               INVALID KEY
                   MOVE 'N' TO WRK-CEP-CADASTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CEP-CADASTRADO
           END-READ.

      ******************************************************************
      * VERIFICA SE O DOCUMENTO JA PERTENCE A OUTRO CLIENTE ATIVO,
      * VARRENDO A CHAVE ALTERNADA. O REGISTRO EM EDICAO E SALVO E
