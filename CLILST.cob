       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLILST.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: LISTAGEM REGIONAL DE CLIENTES PARA AS GERENCIAS
      *           COMERCIAL E DE COBRANCA. SELECIONA OS CLIENTES DO
      *           MESTRE (CLIARQ) PELO CARTAO DE PARAMETROS, ORDENA
      *           POR UF, CIDADE E NOME E IMPRIME COM QUEBRA E
      *           SUBTOTAL POR CIDADE E POR UF E TOTAL GERAL,
      *           MOSTRANDO O ENDERECO ESTRUTURADO E A SITUACAO DE
      *           FATURAMENTO. OPCIONALMENTE GRAVA OS MESMOS CLIENTES
      *           EM ARQUIVO DELIMITADO POR PONTO E VIRGULA (CLILSTE)
      *           PARA ABERTURA EM PLANILHA.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-02  UF (BRANCOS = TODAS)
      *   03-27  CIDADE, COMO GRAVADA NO CADASTRO (BRANCOS = TODAS)
      *   28-28  STATUS A/I (BRANCO = TODOS)
      *   29-29  SITUACAO DE FATURAMENTO N/R/D/P (BRANCO = TODAS;
      *          'N' INCLUI OS CLIENTES SEM SITUACAO GRAVADA)
      *   30-30  TIPO DE DOCUMENTO 1 = CPF, 2 = CNPJ (BRANCO = TODOS)
      *   31-38  DATA DE CADASTRO INICIAL AAAAMMDD (ZEROS = SEM LIMITE)
      *   39-46  DATA DE CADASTRO FINAL AAAAMMDD (ZEROS = SEM LIMITE)
      *   47-47  'S' = GRAVA TAMBEM O ARQUIVO DELIMITADO (CLILSTE)
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLIARQ ASSIGN TO 'CLIARQ'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-DOC-NUMERO
                       WITH DUPLICATES
                   FILE STATUS IS FS-CLIARQ.

               SELECT SRTCLI ASSIGN TO 'SORTWK01'.

               SELECT CLILSTL ASSIGN TO 'CLILSTL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILSTL.

               SELECT CLILSTE ASSIGN TO 'CLILSTE'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILSTE.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

      ******************************************************************
      * ARQUIVO DE TRABALHO DA ORDENACAO - O PROPRIO REGISTRO MESTRE
      ******************************************************************
           SD  SRTCLI.
               COPY CLIREG REPLACING LEADING ==CLI== BY ==SRT==
                                     ==REG-CLIENTE== BY
                                     ==REG-ORDENACAO==.

           FD  CLILSTL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           FD  CLILSTE
               LABEL RECORDS ARE STANDARD.
           01  REG-EXPORTACAO              PIC X(250).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
           77  FS-CLILSTL       PIC X(02).
           77  FS-CLILSTE       PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.

           77  WRK-FIM-ORDENACAO PIC X(01) VALUE 'N'.
               88  WRK-FIM-ORDENACAO-SIM  VALUE 'S'.

           77  WRK-SELECIONADO  PIC X(01) VALUE 'N'.
               88  WRK-SELECIONADO-SIM    VALUE 'S'.

           77  WRK-UF-ATUAL     PIC X(02).
           77  WRK-CIDADE-ATUAL PIC X(25).

           77  WRK-TOTAL-LIDOS       PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-EXPORTADOS  PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * ACUMULADORES DAS QUEBRAS - CLIENTES E CLIENTES COM PENDENCIA
      * DE FATURAMENTO (SITUACAO DIFERENTE DE NORMAL)
      ******************************************************************
           77  WRK-CID-CLIENTES      PIC 9(06) COMP VALUE 0.
           77  WRK-CID-PENDENCIA     PIC 9(06) COMP VALUE 0.
           77  WRK-UF-CLIENTES       PIC 9(06) COMP VALUE 0.
           77  WRK-UF-PENDENCIA      PIC 9(06) COMP VALUE 0.
           77  WRK-UF-CIDADES        PIC 9(06) COMP VALUE 0.
           77  WRK-GER-CLIENTES      PIC 9(06) COMP VALUE 0.
           77  WRK-GER-PENDENCIA     PIC 9(06) COMP VALUE 0.
           77  WRK-GER-CIDADES       PIC 9(06) COMP VALUE 0.
           77  WRK-GER-UFS           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS DE SELECAO (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-UF              PIC X(02).
               05  PRM-CIDADE          PIC X(25).
               05  PRM-STATUS          PIC X(01).
               05  PRM-SIT-FATURAMENTO PIC X(01).
               05  PRM-DOC-TIPO        PIC X(01).
               05  PRM-DATA-INICIAL    PIC 9(08).
               05  PRM-DATA-FINAL      PIC 9(08).
               05  PRM-EXPORTA         PIC X(01).
                   88  PRM-EXPORTA-SIM          VALUE 'S'.

      ******************************************************************
      * DATA DO SISTEMA
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

      ******************************************************************
      * DESCRICOES DO CLIENTE EM LISTAGEM
      ******************************************************************
           77  WRK-DESC-STATUS     PIC X(07).
           77  WRK-DESC-DOC-TIPO   PIC X(04).
           77  WRK-DESC-FATURAMENTO PIC X(12).

           01  WRK-DATA-CAD-ED.
               05  WRK-DCE-DIA     PIC 99.
               05  FILLER          PIC X VALUE '/'.
               05  WRK-DCE-MES     PIC 99.
               05  FILLER          PIC X VALUE '/'.
               05  WRK-DCE-ANO     PIC 9999.

      ******************************************************************
      * CAMPOS NUMERICOS DO CLIENTE NO FORMATO DO ARQUIVO DELIMITADO
      ******************************************************************
           01  WRK-CAMPOS-EXPORTACAO.
               05  WEX-CODIGO      PIC 9(06).
               05  WEX-DOCUMENTO   PIC 9(14).
               05  WEX-CEP         PIC 9(08).

      ******************************************************************
      * AREAS DE IMPRESSAO DA LISTAGEM REGIONAL
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-IMPRESSAO PIC X(132).

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(29) VALUE
                   'LISTAGEM REGIONAL DE CLIENTES'.
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-FILTROS.
               05  FILLER          PIC X(04) VALUE 'UF: '.
               05  WFL-UF          PIC X(02).
               05  FILLER          PIC X(10) VALUE '  CIDADE: '.
               05  WFL-CIDADE      PIC X(25).
               05  FILLER          PIC X(10) VALUE '  STATUS: '.
               05  WFL-STATUS      PIC X(01).
               05  FILLER          PIC X(07) VALUE '  FAT: '.
               05  WFL-SIT-FAT     PIC X(01).
               05  FILLER          PIC X(07) VALUE '  DOC: '.
               05  WFL-DOC-TIPO    PIC X(01).
               05  FILLER          PIC X(12) VALUE '  CADASTRO: '.
               05  WFL-DATA-INI    PIC 9(08).
               05  FILLER          PIC X(03) VALUE ' A '.
               05  WFL-DATA-FIM    PIC 9(08).

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(07) VALUE 'CODIGO'.
               05  FILLER          PIC X(41) VALUE 'NOME / ENDERECO'.
               05  FILLER          PIC X(15) VALUE 'DOCUMENTO'.
               05  FILLER          PIC X(05) VALUE 'TIPO'.
               05  FILLER          PIC X(08) VALUE 'STATUS'.
               05  FILLER          PIC X(11) VALUE 'CADASTRO'.
               05  FILLER          PIC X(13) VALUE 'FATURAMENTO'.
               05  FILLER          PIC X(15) VALUE 'TELEFONE'.

           01  WRK-LINHA-UF.
               05  FILLER          PIC X(04) VALUE 'UF: '.
               05  WLU-UF          PIC X(02).

           01  WRK-LINHA-CIDADE.
               05  FILLER          PIC X(03) VALUE SPACES.
               05  FILLER          PIC X(08) VALUE 'CIDADE: '.
               05  WLC-CIDADE      PIC X(25).

           01  WRK-LINHA-DETALHE.
               05  WLD-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-NOME        PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-DOCUMENTO   PIC 9(14).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-DOC-TIPO    PIC X(04).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-STATUS      PIC X(07).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-CADASTRO    PIC X(10).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-FATURAMENTO PIC X(12).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-TELEFONE    PIC X(15).

           01  WRK-LINHA-ENDERECO.
               05  FILLER          PIC X(07) VALUE SPACES.
               05  WLE-LOGRADOURO  PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-NUMERO      PIC X(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-COMPLEMENTO PIC X(15).
               05  FILLER          PIC X(06) VALUE ' CEP: '.
               05  WLE-CEP         PIC 9(08).

           01  WRK-LINHA-SUBTOTAL.
               05  WLS-TEXTO       PIC X(40).
               05  FILLER          PIC X(10) VALUE 'CLIENTES: '.
               05  WLS-CLIENTES    PIC ZZZZZ9.
               05  FILLER          PIC X(26) VALUE
                   '  PENDENCIA FATURAMENTO: '.
               05  WLS-PENDENCIA   PIC ZZZZZ9.
               05  FILLER          PIC X(11) VALUE '  CIDADES: '.
               05  WLS-CIDADES     PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL.
               05  FILLER          PIC X(28) VALUE
                   'REGISTROS LIDOS..........:'.
               05  WLT-LIDOS       PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(28) VALUE
                   'UFS LISTADAS.............:'.
               05  WLT-UFS         PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(28) VALUE
                   'REGISTROS EXPORTADOS.....:'.
               05  WLT-EXPORTADOS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           SORT SRTCLI
               ON ASCENDING KEY SRT-END-UF
                                SRT-END-CIDADE
                                SRT-NOME
                                SRT-CODIGO
               INPUT PROCEDURE IS 2000-SELECIONAR
               OUTPUT PROCEDURE IS 3000-LISTAR.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS, PARAMETROS E CABECALHO
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN INPUT CLIARQ.
           OPEN OUTPUT CLILSTL.

           MOVE SPACES TO WRK-CARTAO-PARM.
           ACCEPT WRK-CARTAO-PARM.
           IF PRM-DATA-INICIAL NOT NUMERIC
               MOVE ZEROS TO PRM-DATA-INICIAL
           END-IF.
           IF PRM-DATA-FINAL NOT NUMERIC
               MOVE ZEROS TO PRM-DATA-FINAL
           END-IF.

           IF PRM-EXPORTA-SIM
               OPEN OUTPUT CLILSTE
               PERFORM 1010-CABECALHO-EXPORTACAO
           END-IF.

           PERFORM 8000-CABECALHO.

      ******************************************************************
      * PRIMEIRA LINHA DO ARQUIVO DELIMITADO - NOMES DAS COLUNAS
      ******************************************************************
       1010-CABECALHO-EXPORTACAO SECTION.
           MOVE SPACES TO REG-EXPORTACAO.
           STRING 'CODIGO;NOME;DOCUMENTO;TIPO DOC;STATUS;CADASTRO;'
                      DELIMITED BY SIZE
                  'LOGRADOURO;NUMERO;COMPLEMENTO;CIDADE;UF;CEP;'
                      DELIMITED BY SIZE
                  'TELEFONE;SITUACAO FATURAMENTO'
                      DELIMITED BY SIZE
               INTO REG-EXPORTACAO
           END-STRING.
           WRITE REG-EXPORTACAO.

      ******************************************************************
      * SELECIONAR SECTION (ENTRADA DA ORDENACAO) - LE O MESTRE NA
      * ORDEM DE CODIGO E LIBERA OS CLIENTES QUE ATENDEM AO CARTAO
      ******************************************************************
       2000-SELECIONAR SECTION.
           MOVE ZEROS TO CLI-CODIGO.
           START CLIARQ KEY IS NOT LESS THAN CLI-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 2010-LER-MESTRE UNTIL WRK-FIM-ARQUIVO-SIM.

       2010-LER-MESTRE SECTION.
           READ CLIARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-SIM
               ADD 1 TO WRK-TOTAL-LIDOS
               PERFORM 2020-APLICAR-FILTROS
               IF WRK-SELECIONADO-SIM
                   RELEASE REG-ORDENACAO FROM REG-CLIENTE
               END-IF
           END-IF.

       2020-APLICAR-FILTROS SECTION.
           MOVE 'S' TO WRK-SELECIONADO.
           IF PRM-UF NOT = SPACES AND CLI-END-UF NOT = PRM-UF
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.
           IF PRM-CIDADE NOT = SPACES
                   AND CLI-END-CIDADE NOT = PRM-CIDADE
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.
           IF PRM-STATUS NOT = SPACES AND CLI-STATUS NOT = PRM-STATUS
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.
           IF PRM-SIT-FATURAMENTO = 'N'
               IF NOT CLI-SIT-FAT-NORMAL
                   MOVE 'N' TO WRK-SELECIONADO
               END-IF
           ELSE
               IF PRM-SIT-FATURAMENTO NOT = SPACES
                       AND CLI-SIT-FATURAMENTO NOT = PRM-SIT-FATURAMENTO
                   MOVE 'N' TO WRK-SELECIONADO
               END-IF
           END-IF.
           IF PRM-DOC-TIPO NOT = SPACES
                   AND CLI-DOC-TIPO NOT = PRM-DOC-TIPO
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.
           IF PRM-DATA-INICIAL NOT = ZEROS
                   AND CLI-DATA-CADASTRO < PRM-DATA-INICIAL
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.
           IF PRM-DATA-FINAL NOT = ZEROS
                   AND CLI-DATA-CADASTRO > PRM-DATA-FINAL
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.

      ******************************************************************
      * LISTAR SECTION (SAIDA DA ORDENACAO) - QUEBRAS POR UF E CIDADE
      ******************************************************************
       3000-LISTAR SECTION.
           PERFORM 3010-RETORNAR-CLIENTE.
           PERFORM 3100-PROCESSAR-UF UNTIL WRK-FIM-ORDENACAO-SIM.
           PERFORM 3900-TOTAL-GERAL.

       3010-RETORNAR-CLIENTE SECTION.
           RETURN SRTCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ORDENACAO
           END-RETURN.

       3100-PROCESSAR-UF SECTION.
           MOVE SRT-END-UF TO WRK-UF-ATUAL.
           MOVE ZEROS TO WRK-UF-CLIENTES.
           MOVE ZEROS TO WRK-UF-PENDENCIA.
           MOVE ZEROS TO WRK-UF-CIDADES.

           IF WRK-LINHAS >= 46
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE WRK-UF-ATUAL TO WLU-UF.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE WRK-LINHA-UF TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           PERFORM 3200-PROCESSAR-CIDADE
               UNTIL WRK-FIM-ORDENACAO-SIM
               OR SRT-END-UF NOT = WRK-UF-ATUAL.

           MOVE SPACES TO WLS-TEXTO.
           STRING 'TOTAL DA UF ' DELIMITED BY SIZE
                  WRK-UF-ATUAL DELIMITED BY SIZE
               INTO WLS-TEXTO
           END-STRING.
           MOVE WRK-UF-CLIENTES TO WLS-CLIENTES.
           MOVE WRK-UF-PENDENCIA TO WLS-PENDENCIA.
           MOVE WRK-UF-CIDADES TO WLS-CIDADES.
           MOVE WRK-LINHA-SUBTOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           ADD WRK-UF-CLIENTES TO WRK-GER-CLIENTES.
           ADD WRK-UF-PENDENCIA TO WRK-GER-PENDENCIA.
           ADD WRK-UF-CIDADES TO WRK-GER-CIDADES.
           ADD 1 TO WRK-GER-UFS.

       3200-PROCESSAR-CIDADE SECTION.
           MOVE SRT-END-CIDADE TO WRK-CIDADE-ATUAL.
           MOVE ZEROS TO WRK-CID-CLIENTES.
           MOVE ZEROS TO WRK-CID-PENDENCIA.

           IF WRK-LINHAS >= 47
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE WRK-CIDADE-ATUAL TO WLC-CIDADE.
           MOVE WRK-LINHA-CIDADE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           PERFORM 3300-PROCESSAR-CLIENTE
               UNTIL WRK-FIM-ORDENACAO-SIM
               OR SRT-END-UF NOT = WRK-UF-ATUAL
               OR SRT-END-CIDADE NOT = WRK-CIDADE-ATUAL.

           MOVE SPACES TO WLS-TEXTO.
           STRING '   TOTAL DA CIDADE ' DELIMITED BY SIZE
                  WRK-CIDADE-ATUAL DELIMITED BY SIZE
               INTO WLS-TEXTO
           END-STRING.
           MOVE WRK-CID-CLIENTES TO WLS-CLIENTES.
           MOVE WRK-CID-PENDENCIA TO WLS-PENDENCIA.
           MOVE 1 TO WLS-CIDADES.
           MOVE WRK-LINHA-SUBTOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           ADD WRK-CID-CLIENTES TO WRK-UF-CLIENTES.
           ADD WRK-CID-PENDENCIA TO WRK-UF-PENDENCIA.
           ADD 1 TO WRK-UF-CIDADES.

       3300-PROCESSAR-CLIENTE SECTION.
           PERFORM 3310-DESCREVER-CLIENTE.
           PERFORM 3320-IMPRIME-CLIENTE.
           IF PRM-EXPORTA-SIM
               PERFORM 3400-EXPORTAR-CLIENTE
           END-IF.

           ADD 1 TO WRK-CID-CLIENTES.
           IF NOT SRT-SIT-FAT-NORMAL
               ADD 1 TO WRK-CID-PENDENCIA
           END-IF.

           PERFORM 3010-RETORNAR-CLIENTE.

       3310-DESCREVER-CLIENTE SECTION.
           IF SRT-STATUS-ATIVO
               MOVE 'ATIVO' TO WRK-DESC-STATUS
           ELSE
               MOVE 'INATIVO' TO WRK-DESC-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN SRT-DOC-CPF
                   MOVE 'CPF' TO WRK-DESC-DOC-TIPO
               WHEN SRT-DOC-CNPJ
                   MOVE 'CNPJ' TO WRK-DESC-DOC-TIPO
               WHEN OTHER
                   MOVE '?' TO WRK-DESC-DOC-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SRT-SIT-FAT-NORMAL
                   MOVE 'NORMAL' TO WRK-DESC-FATURAMENTO
               WHEN SRT-SIT-FAT-REJEITADO
                   MOVE 'REJEITADO' TO WRK-DESC-FATURAMENTO
               WHEN SRT-SIT-FAT-DEVOLVIDO
                   MOVE 'DEVOLVIDO' TO WRK-DESC-FATURAMENTO
               WHEN SRT-SIT-FAT-INADIMPLENTE
                   MOVE 'INADIMPLENTE' TO WRK-DESC-FATURAMENTO
               WHEN OTHER
                   MOVE 'INVALIDA' TO WRK-DESC-FATURAMENTO
           END-EVALUATE.
           MOVE SRT-DATA-DIA TO WRK-DCE-DIA.
           MOVE SRT-DATA-MES TO WRK-DCE-MES.
           MOVE SRT-DATA-ANO TO WRK-DCE-ANO.

       3320-IMPRIME-CLIENTE SECTION.
           IF WRK-LINHAS >= 49
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE SRT-CODIGO TO WLD-CODIGO.
           MOVE SRT-NOME TO WLD-NOME.
           MOVE SRT-DOC-NUMERO TO WLD-DOCUMENTO.
           MOVE WRK-DESC-DOC-TIPO TO WLD-DOC-TIPO.
           MOVE WRK-DESC-STATUS TO WLD-STATUS.
           MOVE WRK-DATA-CAD-ED TO WLD-CADASTRO.
           MOVE WRK-DESC-FATURAMENTO TO WLD-FATURAMENTO.
           MOVE SRT-TELEFONE TO WLD-TELEFONE.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           MOVE SRT-END-LOGRADOURO TO WLE-LOGRADOURO.
           MOVE SRT-END-NUMERO TO WLE-NUMERO.
           MOVE SRT-END-COMPLEMENTO TO WLE-COMPLEMENTO.
           MOVE SRT-END-CEP TO WLE-CEP.
           MOVE WRK-LINHA-ENDERECO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

      ******************************************************************
      * EXPORTAR CLIENTE SECTION - UMA LINHA POR CLIENTE, CAMPOS
      * SEPARADOS POR PONTO E VIRGULA E SEM OS BRANCOS A DIREITA
      ******************************************************************
       3400-EXPORTAR-CLIENTE SECTION.
           MOVE SRT-CODIGO TO WEX-CODIGO.
           MOVE SRT-DOC-NUMERO TO WEX-DOCUMENTO.
           MOVE SRT-END-CEP TO WEX-CEP.
           MOVE SPACES TO REG-EXPORTACAO.
           STRING WEX-CODIGO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SRT-NOME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WEX-DOCUMENTO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-DESC-DOC-TIPO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WRK-DESC-STATUS DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WRK-DATA-CAD-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SRT-END-LOGRADOURO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  SRT-END-NUMERO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  SRT-END-COMPLEMENTO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  SRT-END-CIDADE DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  SRT-END-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WEX-CEP DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SRT-TELEFONE DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WRK-DESC-FATURAMENTO DELIMITED BY SPACE
               INTO REG-EXPORTACAO
           END-STRING.
           WRITE REG-EXPORTACAO.
           ADD 1 TO WRK-TOTAL-EXPORTADOS.

       3900-TOTAL-GERAL SECTION.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE 'TOTAL GERAL' TO WLS-TEXTO.
           MOVE WRK-GER-CLIENTES TO WLS-CLIENTES.
           MOVE WRK-GER-PENDENCIA TO WLS-PENDENCIA.
           MOVE WRK-GER-CIDADES TO WLS-CIDADES.
           MOVE WRK-LINHA-SUBTOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE WRK-TOTAL-LIDOS TO WLT-LIDOS.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE WRK-GER-UFS TO WLT-UFS.
           MOVE WRK-LINHA-TOTAL2 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           IF PRM-EXPORTA-SIM
               MOVE WRK-TOTAL-EXPORTADOS TO WLT-EXPORTADOS
               MOVE WRK-LINHA-TOTAL3 TO WRK-LINHA-IMPRESSAO
               PERFORM 8900-IMPRIME-LINHA
           END-IF.

      ******************************************************************
      * CABECALHO SECTION
      ******************************************************************
       8000-CABECALHO SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DT-DIA TO WRK-DRE-DIA.
           MOVE WRK-DT-MES TO WRK-DRE-MES.
           MOVE WRK-DT-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WCH-DATA.
           MOVE WRK-PAGINA TO WCH-PAGINA.

           MOVE PRM-UF TO WFL-UF.
           MOVE PRM-CIDADE TO WFL-CIDADE.
           MOVE PRM-STATUS TO WFL-STATUS.
           MOVE PRM-SIT-FATURAMENTO TO WFL-SIT-FAT.
           MOVE PRM-DOC-TIPO TO WFL-DOC-TIPO.
           MOVE PRM-DATA-INICIAL TO WFL-DATA-INI.
           MOVE PRM-DATA-FINAL TO WFL-DATA-FIM.

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-FILTROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * IMPRESSAO COM QUEBRA DE PAGINA
      ******************************************************************
       8900-IMPRIME-LINHA SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE WRK-LINHA-IMPRESSAO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

      ******************************************************************
      * ENCERRAR SECTION
      ******************************************************************
       9000-ENCERRAR SECTION.
           CLOSE CLIARQ.
           CLOSE CLILSTL.
           IF PRM-EXPORTA-SIM
               CLOSE CLILSTE
           END-IF.

           DISPLAY 'CLILST - REGISTROS LIDOS      : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLILST - CLIENTES LISTADOS    : ' WRK-GER-CLIENTES.
           DISPLAY 'CLILST - CLIENTES EXPORTADOS  : '
               WRK-TOTAL-EXPORTADOS.
