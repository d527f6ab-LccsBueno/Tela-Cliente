      ******************************************************************
      * CLIAUDP - SECTIONS DA TRILHA DE AUDITORIA DA INCLUSAO, COMUNS
      * AO PROGRAMA ONLINE CLIENTES, A CARGA EM LOTE CLICRG E A
      * RESTAURACAO CLIHSR. DEPOIS DA LINHA DE CABECA DA INCLUSAO
      * ('REGISTRO' OU 'RESTAURACAO'), GRAVA UMA LINHA 'I' POR CAMPO
      * PREENCHIDO DO REGISTRO INCLUIDO, COM A MESMA DATA, HORA E
      * OPERADOR DA CABECA, PARA QUE A RECUPERACAO (CLIRCV) POSSA
      * RECONSTRUIR O CLIENTE A PARTIR DA TRILHA.
      * EXIGE O REGISTRO REG-CLIENTE (CLIREG) COM O CLIENTE INCLUIDO,
      * O REGISTRO REG-AUDITORIA (CLIAUD) COM A CABECA JA GRAVADA E O
      * FILE STATUS FS-CLIAUD. PARA NA PRIMEIRA FALHA DE GRAVACAO - O
      * PROGRAMA CONFERE FS-CLIAUD NA VOLTA, COMO APOS A CABECA.
      ******************************************************************
       8070-AUDITAR-CAMPOS-INCLUSAO SECTION.
           MOVE CLI-CODIGO TO AUD-CODIGO.
           MOVE 'I' TO AUD-OPERACAO.
           MOVE SPACES TO AUD-VALOR-ANTIGO.

           IF CLI-END-LOGRADOURO NOT = SPACES
               MOVE 'LOGRADOURO' TO AUD-CAMPO
               MOVE CLI-END-LOGRADOURO TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-END-NUMERO NOT = SPACES
               MOVE 'NUMERO' TO AUD-CAMPO
               MOVE CLI-END-NUMERO TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-END-COMPLEMENTO NOT = SPACES
               MOVE 'COMPLEMENTO' TO AUD-CAMPO
               MOVE CLI-END-COMPLEMENTO TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-END-CIDADE NOT = SPACES
               MOVE 'CIDADE' TO AUD-CAMPO
               MOVE CLI-END-CIDADE TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-END-UF NOT = SPACES
               MOVE 'UF' TO AUD-CAMPO
               MOVE CLI-END-UF TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-END-CEP NOT = ZEROS
               MOVE 'CEP' TO AUD-CAMPO
               MOVE CLI-END-CEP TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-TELEFONE NOT = SPACES
               MOVE 'TELEFONE' TO AUD-CAMPO
               MOVE CLI-TELEFONE TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-DOC-NUMERO NOT = ZEROS
               MOVE 'DOCUMENTO' TO AUD-CAMPO
               MOVE CLI-DOC-NUMERO TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-DOC-TIPO NOT = SPACES
               MOVE 'TIPO-DOCUMENTO' TO AUD-CAMPO
               MOVE CLI-DOC-TIPO TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
           IF CLI-SIT-FATURAMENTO NOT = SPACES
               MOVE 'SIT-FATURAMENTO' TO AUD-CAMPO
               MOVE CLI-SIT-FATURAMENTO TO AUD-VALOR-NOVO
               PERFORM 8075-GRAVAR-CAMPO-INCLUSAO
           END-IF.
      * STATUS E DATA DE CADASTRO SAO SEMPRE GRAVADOS - NA RESTAURACAO
      * DO HISTORICO NAO SAO OS DA DATA DO EVENTO
           MOVE 'STATUS' TO AUD-CAMPO.
           MOVE CLI-STATUS TO AUD-VALOR-NOVO.
           PERFORM 8075-GRAVAR-CAMPO-INCLUSAO.
           MOVE 'DATA-CADASTRO' TO AUD-CAMPO.
           MOVE CLI-DATA-CADASTRO TO AUD-VALOR-NOVO.
           PERFORM 8075-GRAVAR-CAMPO-INCLUSAO.

       8075-GRAVAR-CAMPO-INCLUSAO SECTION.
           IF FS-CLIAUD = '00'
               WRITE REG-AUDITORIA
           END-IF.
