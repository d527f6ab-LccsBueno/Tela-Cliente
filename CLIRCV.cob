       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIRCV.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: RECUPERACAO DA BASE DE CLIENTES PELA TRILHA DE
      *           AUDITORIA (GERACOES ARQUIVADAS CLIAUDA E CLIAUD
      *           CORRENTE). DEPOIS DA RECARGA DO BACKUP
      *           (CLIBKR), REAPLICA NO MESTRE (CLIARQ) E NOS CONTATOS
      *           (CLICTT), NA ORDEM DA TRILHA, OS EVENTOS POSTERIORES
      *           A DATA/HORA DO CABECALHO DO BACKUP (CLIBKP):
      *           INCLUSOES E RESTAURACOES, ALTERACOES CAMPO A CAMPO,
      *           EXCLUSOES, SITUACAO DE FATURAMENTO E DA RECEITA
      *           FEDERAL, MANUTENCAO DE CONTATOS, FUSOES (CLIDUP) E
      *           ANONIMIZACOES (CLILGPD).
      *           EVENTOS DE OPERADOR (CODIGO ZERADO) E EVENTOS ATE O
      *           MARCO DO BACKUP SAO SALTADOS. O RELATORIO LISTA CADA
      *           EVENTO REAPLICADO COMO APLICADO, INFORMATIVO OU NAO
      *           APLICADO COM O MOTIVO. O CONTADOR DE CODIGOS (CLICTL)
      *           E AVANCADO SE FICOU ATRAS DO MAIOR CODIGO INCLUIDO.
      *           EVENTO NAO APLICADO ENCERRA COM RC=4; BACKUP SEM
      *           CABECALHO OU ARQUIVOS INDISPONIVEIS, COM RC=12. NO
      *           JCL, A CONFERENCIA CLIVER RODA EM SEGUIDA.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  CLIENTE INCLUIDO OU REGRAVADO PELA REAPLICACAO
      *                  RECEBE CARIMBO DE ULTIMA GRAVACAO (CLICARP)
      * 2026-10-15  LBL  SITUACAO CADASTRAL NA RECEITA (CAMPO
      *                  SIT-RECEITA DO CLIRFR) REAPLICADA; A TROCA DE
      *                  DOCUMENTO ZERA A SITUACAO, COMO NO ONLINE
      * 2026-10-15  LBL  ANONIMIZACAO DE CODIGO FORA DO MESTRE
      *                  (EXPURGADO) SAI COMO INFORMATIVO, SEM RC=4
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

               SELECT CLICTT ASSIGN TO 'CLICTT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTT-CHAVE
                   FILE STATUS IS FS-CLICTT.

               SELECT CLICTL ASSIGN TO 'CLICTL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTL-CHAVE
                   FILE STATUS IS FS-CLICTL.

               SELECT CLIAUD ASSIGN TO 'CLIAUD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIAUD.

               SELECT CLIAUDA ASSIGN TO 'CLIAUDA'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIAUDA.

               SELECT CLIBKP ASSIGN TO 'CLIBKP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIBKP.

               SELECT CLIRCVL ASSIGN TO 'CLIRCVL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIRCVL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLICTT
               LABEL RECORDS ARE STANDARD.
               COPY CLICTT.

           FD  CLICTL
               LABEL RECORDS ARE STANDARD.
               COPY CLICTL.

           FD  CLIAUD
               LABEL RECORDS ARE STANDARD.
               COPY CLIAUD.

           FD  CLIAUDA
               LABEL RECORDS ARE STANDARD.
               COPY CLIAUD REPLACING LEADING ==AUD== BY ==AUA==
                                     ==REG-AUDITORIA== BY
                                     ==REG-AUD-ARQUIVADA==.

           FD  CLIBKP
               LABEL RECORDS ARE STANDARD.
               COPY CLIBKPD.

           FD  CLIRCVL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
               88  FS-CLIARQ-OK             VALUE '00' '02'.
           77  FS-CLICTT        PIC X(02).
           77  FS-CLICTL        PIC X(02).
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIAUDA       PIC X(02).
           77  FS-CLIBKP        PIC X(02).
           77  FS-CLIRCVL       PIC X(02).

           77  WRK-FIM-ARQUIVADA PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVADA-SIM  VALUE 'S'.

           77  WRK-FIM-TRILHA   PIC X(01) VALUE 'N'.
               88  WRK-FIM-TRILHA-SIM     VALUE 'S'.

           77  WRK-ACHOU        PIC X(01).
               88  WRK-ACHOU-SIM          VALUE 'S'.

           77  WRK-ARQUIVOS-OK  PIC X(01) VALUE 'S'.
               88  WRK-ARQUIVOS-OK-SIM    VALUE 'S'.

           77  WRK-MOTIVO-ABORTO PIC X(60) VALUE SPACES.

      ******************************************************************
      * EVENTO CORRENTE, LIDO DAS GERACOES ARQUIVADAS OU DA TRILHA
      * CORRENTE
      ******************************************************************
           COPY CLIAUD REPLACING LEADING ==AUD== BY ==EVT==
                                 ==REG-AUDITORIA== BY ==REG-EVENTO==.

      ******************************************************************
      * MARCO DO BACKUP (CABECALHO DO CLIBKP) E DATA/HORA DO EVENTO,
      * COMPARADOS COMO AAAAMMDDHHMMSSCC
      ******************************************************************
           01  WRK-MARCO.
               05  WRK-MARCO-DATA  PIC 9(08) VALUE 0.
               05  WRK-MARCO-HORA  PIC 9(08) VALUE 0.

           01  WRK-MOMENTO-EVENTO.
               05  WRK-EVT-DATA    PIC 9(08).
               05  WRK-EVT-HORA    PIC 9(08).

      ******************************************************************
      * RESULTADO DO EVENTO CORRENTE
      ******************************************************************
           77  WRK-RESULTADO    PIC X(01).
               88  WRK-RES-APLICADO       VALUE 'A'.
               88  WRK-RES-NAO-APLICADO   VALUE 'N'.
               88  WRK-RES-INFORMATIVO    VALUE 'I'.
           77  WRK-MOTIVO       PIC X(45).

      ******************************************************************
      * CLIENTE CUJA INCLUSAO ACABOU DE SER REAPLICADA - SO ELE RECEBE
      * AS LINHAS 'I' DE CAMPO QUE SEGUEM A CABECA DA INCLUSAO
      ******************************************************************
           77  WRK-CODIGO-INCLUIDO PIC 9(06) VALUE 0.
           77  WRK-MAIOR-INCLUIDO  PIC 9(06) VALUE 0.

      ******************************************************************
      * DADOS DO CONTATO DA LINHA CONTATO-DADOS (LIVRO CLIAUDW), ANTES
      * E DEPOIS, GUARDADOS PARA A LINHA DE CONTATO SEGUINTE
      ******************************************************************
           COPY CLIAUDW REPLACING ==WRK-DADOS-CONTATO==
                               BY ==WRK-DADOS-CTT-ANT==
                                  LEADING ==WDC== BY ==WDA==.
           COPY CLIAUDW REPLACING ==WRK-DADOS-CONTATO==
                               BY ==WRK-DADOS-CTT-NOVO==
                                  LEADING ==WDC== BY ==WDN==.

           77  WRK-CTT-GUARDADO PIC X(01) VALUE 'N'.
               88  WRK-CTT-GUARDADO-SIM   VALUE 'S'.
           77  WRK-CTT-GUARDADO-COD PIC 9(06) VALUE 0.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

      ******************************************************************
      * REAPONTE DOS CONTATOS NA FUSAO (MESMO CRITERIO DO CLIDUP)
      ******************************************************************
           77  WRK-SOBREVIVENTE PIC 9(06) VALUE 0.
           77  WRK-ABSORVIDO    PIC 9(06) VALUE 0.
           77  WRK-QTD-CTT-ABS  PIC 9(03) COMP VALUE 0.
           77  WRK-K-CTT        PIC 9(03) COMP.
           77  WRK-ULTIMA-SEQ   PIC 9(03) VALUE 0.
           77  WRK-QTD-REAPONTADOS PIC 9(06) VALUE 0.
           77  WRK-QTD-NA-FUSAO PIC 9(06) VALUE 0.

           01  WRK-TAB-CTT-ABS.
               05  WRK-CTA-ENT OCCURS 999 TIMES.
                   10  WRK-CTA-SEQUENCIA PIC 9(03).
                   10  WRK-CTA-NOME      PIC X(30).
                   10  WRK-CTA-TIPO      PIC X(01).
                   10  WRK-CTA-VALOR     PIC X(40).

           77  WRK-CODIGO-BUSCA PIC 9(06) VALUE 0.
           77  WRK-TEXTO-ANONIMO PIC X(40) VALUE 'ANONIMIZADO LGPD'.

      ******************************************************************
      * TOTAIS
      ******************************************************************
           77  WRK-QTD-LIDOS        PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-ANTERIORES   PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-OPERADOR     PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-APLICADOS    PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-INFORMATIVOS PIC 9(08) COMP VALUE 0.
           77  WRK-QTD-NAO-APLICADOS PIC 9(08) COMP VALUE 0.

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
      * AREAS DE IMPRESSAO DO RELATORIO DA RECUPERACAO
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 99.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(36) VALUE
                   'RECUPERACAO DA BASE PELA TRILHA'.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-MARCO.
               05  FILLER          PIC X(37) VALUE
                   'EVENTOS POSTERIORES AO BACKUP DE....:'.
               05  WLM-DATA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLM-HORA        PIC 9(08).

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(09) VALUE 'DATA'.
               05  FILLER          PIC X(09) VALUE 'HORA'.
               05  FILLER          PIC X(07) VALUE 'CODIGO'.
               05  FILLER          PIC X(03) VALUE 'OP'.
               05  FILLER          PIC X(16) VALUE 'CAMPO'.
               05  FILLER          PIC X(09) VALUE 'OPERADOR'.
               05  FILLER          PIC X(13) VALUE 'RESULTADO'.
               05  FILLER          PIC X(45) VALUE 'MOTIVO / DETALHE'.

           01  WRK-LINHA-DETALHE.
               05  WLD-DATA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-HORA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-OPERACAO    PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-CAMPO       PIC X(15).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-OPERADOR    PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-RESULTADO   PIC X(12).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-MOTIVO      PIC X(45).

           01  WRK-LINHA-TOTAL.
               05  WLT-TEXTO       PIC X(37).
               05  WLT-VALOR       PIC ZZZZZZZ9.

           01  WRK-LINHA-RESULTADO.
               05  WLR-TEXTO       PIC X(50).
               05  WLR-CODIGO      PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF WRK-ARQUIVOS-OK-SIM
               PERFORM 2000-LER-ARQUIVADA
                   UNTIL WRK-FIM-ARQUIVADA-SIM
               PERFORM 2100-LER-CORRENTE
                   UNTIL WRK-FIM-TRILHA-SIM
               PERFORM 4000-AVANCAR-CONTROLE
           END-IF.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - MARCO DO BACKUP E ABERTURAS
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN OUTPUT CLIRCVL.

           OPEN INPUT CLIBKP.
           IF FS-CLIBKP = '00'
               READ CLIBKP
                   AT END
                       MOVE '10' TO FS-CLIBKP
               END-READ
           END-IF.
           IF FS-CLIBKP = '00' AND BKP-CABECALHO
               MOVE BKP-CAB-DATA TO WRK-MARCO-DATA
               MOVE BKP-CAB-HORA TO WRK-MARCO-HORA
               CLOSE CLIBKP
           ELSE
               MOVE 'N' TO WRK-ARQUIVOS-OK
               MOVE 'BACKUP (CLIBKP) AUSENTE OU SEM CABECALHO'
                   TO WRK-MOTIVO-ABORTO
           END-IF.

           IF WRK-ARQUIVOS-OK-SIM
               OPEN INPUT CLIAUDA
               IF FS-CLIAUDA = '35'
                   MOVE 'S' TO WRK-FIM-ARQUIVADA
               END-IF
               OPEN INPUT CLIAUD
               OPEN I-O CLIARQ
               OPEN I-O CLICTT
               OPEN I-O CLICTL
               IF FS-CLIAUD NOT = '00' OR NOT FS-CLIARQ-OK
                  OR FS-CLICTT NOT = '00' OR FS-CLICTL NOT = '00'
                   DISPLAY 'CLIRCV - ERRO NA ABERTURA - FS TRILHA: '
                       FS-CLIAUD ' MESTRE: ' FS-CLIARQ
                       ' CONTATOS: ' FS-CLICTT ' CONTROLE: ' FS-CLICTL
                   MOVE 'N' TO WRK-ARQUIVOS-OK
                   MOVE 'ERRO NA ABERTURA DA TRILHA OU DA BASE'
                       TO WRK-MOTIVO-ABORTO
               END-IF
           END-IF.

      ******************************************************************
      * LEITURA DA TRILHA - GERACOES ARQUIVADAS (CLIAUDA, DA MAIS
      * ANTIGA PARA A MAIS NOVA) E DEPOIS A TRILHA CORRENTE (CLIAUD)
      ******************************************************************
       2000-LER-ARQUIVADA SECTION.
           READ CLIAUDA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVADA
           END-READ.
           IF NOT WRK-FIM-ARQUIVADA-SIM
               MOVE REG-AUD-ARQUIVADA TO REG-EVENTO
               PERFORM 2200-TRATAR-EVENTO
           END-IF.

       2100-LER-CORRENTE SECTION.
           READ CLIAUD
               AT END
                   MOVE 'S' TO WRK-FIM-TRILHA
           END-READ.
           IF NOT WRK-FIM-TRILHA-SIM
               MOVE REG-AUDITORIA TO REG-EVENTO
               PERFORM 2200-TRATAR-EVENTO
           END-IF.

      ******************************************************************
      * TRATAR EVENTO SECTION - SALTA O QUE O BACKUP JA CONTEM E OS
      * EVENTOS DE OPERADOR; OS DEMAIS SAO REAPLICADOS E LISTADOS
      ******************************************************************
       2200-TRATAR-EVENTO SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE EVT-DATA TO WRK-EVT-DATA.
           MOVE EVT-HORA TO WRK-EVT-HORA.
           EVALUATE TRUE
               WHEN WRK-MOMENTO-EVENTO NOT > WRK-MARCO
                   ADD 1 TO WRK-QTD-ANTERIORES
               WHEN EVT-CODIGO = ZEROS
                   ADD 1 TO WRK-QTD-OPERADOR
               WHEN OTHER
                   PERFORM 3000-REAPLICAR-EVENTO
                   PERFORM 3900-IMPRIME-EVENTO
           END-EVALUATE.

      ******************************************************************
      * REAPLICAR EVENTO SECTION - DESPACHO PELO CAMPO DA TRILHA
      ******************************************************************
       3000-REAPLICAR-EVENTO SECTION.
           MOVE 'A' TO WRK-RESULTADO.
           MOVE SPACES TO WRK-MOTIVO.

           EVALUATE EVT-CAMPO
               WHEN 'REGISTRO'
               WHEN 'RESTAURACAO'
                   PERFORM 3100-REAPLICAR-INCLUSAO
               WHEN 'FUSAO-PARA'
                   PERFORM 3300-INATIVAR-CLIENTE
               WHEN 'FUSAO-CONTATOS'
                   PERFORM 3400-REAPONTAR-CONTATOS
               WHEN 'FUSAO-DE'
               WHEN 'APROVACAO'
                   MOVE 'I' TO WRK-RESULTADO
                   MOVE 'SEM EFEITO NO MESTRE' TO WRK-MOTIVO
               WHEN 'ANONIMIZACAO'
                   PERFORM 3500-ANONIMIZAR-CLIENTE
               WHEN 'CONTATO-DADOS'
                   PERFORM 3600-GUARDAR-DADOS-CONTATO
               WHEN 'CONTATO-INCL'
                   PERFORM 3610-INCLUIR-CONTATO
               WHEN 'CONTATO-ALT'
                   PERFORM 3620-ALTERAR-CONTATO
               WHEN 'CONTATO-EXCL'
                   PERFORM 3630-RETIRAR-CONTATO
               WHEN OTHER
                   IF EVT-OPER-EXCLUSAO AND EVT-CAMPO = 'STATUS'
                       PERFORM 3300-INATIVAR-CLIENTE
                   ELSE
                       PERFORM 3200-REAPLICAR-CAMPO
                   END-IF
           END-EVALUATE.

      * A LINHA CONTATO-DADOS SO VALE PARA A LINHA DE CONTATO QUE A
      * SEGUE IMEDIATAMENTE
           IF EVT-CAMPO NOT = 'CONTATO-DADOS'
               MOVE 'N' TO WRK-CTT-GUARDADO
           END-IF.

      ******************************************************************
      * REAPLICAR INCLUSAO SECTION - CABECA DA INCLUSAO (ONLINE, CARGA
      * CLICRG) OU DA RESTAURACAO DO HISTORICO (CLIHSR). O CLIENTE
      * NASCE COM O NOME E A DATA DO EVENTO; AS LINHAS 'I' SEGUINTES
      * COMPLETAM OS DEMAIS CAMPOS
      ******************************************************************
       3100-REAPLICAR-INCLUSAO SECTION.
           MOVE ZEROS TO WRK-CODIGO-INCLUIDO.
           MOVE EVT-CODIGO TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU-SIM
               MOVE 'N' TO WRK-RESULTADO
               MOVE 'CODIGO JA EXISTE NO MESTRE' TO WRK-MOTIVO
           ELSE
               MOVE SPACES TO REG-CLIENTE
               MOVE EVT-CODIGO TO CLI-CODIGO
               MOVE EVT-VALOR-NOVO TO CLI-NOME
               MOVE ZEROS TO CLI-END-CEP
               MOVE ZEROS TO CLI-DOC-NUMERO
               MOVE ZEROS TO CLI-DATA-RECEITA
               MOVE 'A' TO CLI-STATUS
               MOVE EVT-DATA TO CLI-DATA-CADASTRO
               PERFORM 8082-CARIMBAR-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       MOVE 'N' TO WRK-RESULTADO
                       MOVE 'ERRO NA GRAVACAO DO CLIENTE' TO WRK-MOTIVO
               END-WRITE
               IF WRK-RES-APLICADO
                   MOVE EVT-CODIGO TO WRK-CODIGO-INCLUIDO
                   IF EVT-CODIGO > WRK-MAIOR-INCLUIDO
                       MOVE EVT-CODIGO TO WRK-MAIOR-INCLUIDO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * REAPLICAR CAMPO SECTION - LINHA DE CAMPO DA INCLUSAO ('I') OU
      * DA ALTERACAO ('A'): O CAMPO RECEBE O VALOR NOVO DA TRILHA
      ******************************************************************
       3200-REAPLICAR-CAMPO SECTION.
           IF EVT-OPER-INCLUSAO AND EVT-CODIGO NOT = WRK-CODIGO-INCLUIDO
               MOVE 'N' TO WRK-RESULTADO
               MOVE 'INCLUSAO DO CLIENTE NAO FOI REAPLICADA'
                   TO WRK-MOTIVO
           ELSE
               PERFORM 3800-LER-CLIENTE
           END-IF.

           IF WRK-RES-APLICADO
               EVALUATE EVT-CAMPO
                   WHEN 'NOME'
                       MOVE EVT-VALOR-NOVO TO CLI-NOME
                   WHEN 'LOGRADOURO'
                       MOVE EVT-VALOR-NOVO TO CLI-END-LOGRADOURO
                   WHEN 'NUMERO'
                       MOVE EVT-VALOR-NOVO TO CLI-END-NUMERO
                   WHEN 'COMPLEMENTO'
                       MOVE EVT-VALOR-NOVO TO CLI-END-COMPLEMENTO
                   WHEN 'CIDADE'
                       MOVE EVT-VALOR-NOVO TO CLI-END-CIDADE
                   WHEN 'UF'
                       MOVE EVT-VALOR-NOVO TO CLI-END-UF
                   WHEN 'CEP'
                       PERFORM 3210-REAPLICAR-CEP
                   WHEN 'TELEFONE'
                       MOVE EVT-VALOR-NOVO TO CLI-TELEFONE
                   WHEN 'DOCUMENTO'
                       IF EVT-VALOR-NOVO (1:14) IS NUMERIC
                           MOVE EVT-VALOR-NOVO (1:14) TO CLI-DOC-NUMERO
                           PERFORM 3220-ZERAR-SIT-RECEITA
                       ELSE
                           MOVE 'N' TO WRK-RESULTADO
                           MOVE 'DOCUMENTO NAO NUMERICO NA TRILHA'
                               TO WRK-MOTIVO
                       END-IF
                   WHEN 'TIPO-DOCUMENTO'
                       MOVE EVT-VALOR-NOVO (1:1) TO CLI-DOC-TIPO
                       PERFORM 3220-ZERAR-SIT-RECEITA
                   WHEN 'STATUS'
                       MOVE EVT-VALOR-NOVO (1:1) TO CLI-STATUS
                   WHEN 'SIT-FATURAMENTO'
                       MOVE EVT-VALOR-NOVO (1:1) TO CLI-SIT-FATURAMENTO
                   WHEN 'SIT-RECEITA'
                       PERFORM 3230-REAPLICAR-SIT-RECEITA
                   WHEN 'DATA-CADASTRO'
                       IF EVT-VALOR-NOVO (1:8) IS NUMERIC
                           MOVE EVT-VALOR-NOVO (1:8)
                               TO CLI-DATA-CADASTRO
                       ELSE
                           MOVE 'N' TO WRK-RESULTADO
                           MOVE 'DATA NAO NUMERICA NA TRILHA'
                               TO WRK-MOTIVO
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WRK-RESULTADO
                       MOVE 'CAMPO NAO PREVISTO NA RECUPERACAO'
                           TO WRK-MOTIVO
               END-EVALUATE
           END-IF.

           IF WRK-RES-APLICADO
               PERFORM 3850-REGRAVAR-CLIENTE
           END-IF.

      * DOCUMENTO TROCADO VOLTA A CONSTAR COMO NUNCA CONSULTADO NA
      * RECEITA, COMO NA GRAVACAO ONLINE
       3220-ZERAR-SIT-RECEITA SECTION.
           MOVE SPACES TO CLI-SIT-RECEITA.
           MOVE ZEROS TO CLI-DATA-RECEITA.

      * VALOR DA TRILHA 'X AAAAMMDD' - SITUACAO E DATA DA CONSULTA
       3230-REAPLICAR-SIT-RECEITA SECTION.
           IF EVT-VALOR-NOVO (3:8) IS NUMERIC
               MOVE EVT-VALOR-NOVO (1:1) TO CLI-SIT-RECEITA
               MOVE EVT-VALOR-NOVO (3:8) TO CLI-DATA-RECEITA
           ELSE
               MOVE 'N' TO WRK-RESULTADO
               MOVE 'DATA NAO NUMERICA NA TRILHA' TO WRK-MOTIVO
           END-IF.

      * CEP ANONIMIZADO NA TRILHA VOLTA ZERADO, COMO NO MESTRE
       3210-REAPLICAR-CEP SECTION.
           EVALUATE TRUE
               WHEN EVT-VALOR-NOVO (1:8) IS NUMERIC
                   MOVE EVT-VALOR-NOVO (1:8) TO CLI-END-CEP
               WHEN EVT-VALOR-NOVO = WRK-TEXTO-ANONIMO
                   MOVE ZEROS TO CLI-END-CEP
               WHEN OTHER
                   MOVE 'N' TO WRK-RESULTADO
                   MOVE 'CEP NAO NUMERICO NA TRILHA' TO WRK-MOTIVO
           END-EVALUATE.

      ******************************************************************
      * INATIVAR CLIENTE SECTION - EXCLUSAO (CLIENTES) OU CODIGO
      * ABSORVIDO NA FUSAO (CLIDUP)
      ******************************************************************
       3300-INATIVAR-CLIENTE SECTION.
           PERFORM 3800-LER-CLIENTE.
           IF WRK-RES-APLICADO
               IF CLI-STATUS-INATIVO
                   MOVE 'CLIENTE JA ESTAVA INATIVO' TO WRK-MOTIVO
               ELSE
                   MOVE 'I' TO CLI-STATUS
                   PERFORM 3850-REGRAVAR-CLIENTE
               END-IF
           END-IF.

      ******************************************************************
      * REAPONTAR CONTATOS SECTION - FUSAO: OS CONTATOS DO ABSORVIDO
      * (VALOR ANTIGO DA LINHA) PASSAM AO SOBREVIVENTE (CODIGO DA
      * LINHA) COM SEQUENCIAS APOS A ULTIMA DELE, COMO NO CLIDUP
      ******************************************************************
       3400-REAPONTAR-CONTATOS SECTION.
           MOVE EVT-CODIGO TO WRK-SOBREVIVENTE.
           MOVE ZEROS TO WRK-QTD-REAPONTADOS.
           IF EVT-VALOR-ANTIGO (1:6) IS NUMERIC
               MOVE EVT-VALOR-ANTIGO (1:6) TO WRK-ABSORVIDO
           ELSE
               MOVE ZEROS TO WRK-ABSORVIDO
           END-IF.
           IF EVT-VALOR-NOVO (1:6) IS NUMERIC
               MOVE EVT-VALOR-NOVO (1:6) TO WRK-QTD-NA-FUSAO
           ELSE
               MOVE ZEROS TO WRK-QTD-NA-FUSAO
           END-IF.

           IF WRK-ABSORVIDO = ZEROS
               MOVE 'N' TO WRK-RESULTADO
               MOVE 'CODIGO ABSORVIDO INVALIDO NA TRILHA'
                   TO WRK-MOTIVO
           ELSE
               PERFORM 3410-GUARDAR-CONTATOS-ABS
               PERFORM 3420-ULTIMA-SEQ-SOBREVIVENTE
               IF WRK-QTD-CTT-ABS > ZEROS
                   PERFORM 3440-REGRAVAR-CONTATO
                       VARYING WRK-K-CTT FROM 1 BY 1
                       UNTIL WRK-K-CTT > WRK-QTD-CTT-ABS
               END-IF
               IF WRK-QTD-REAPONTADOS NOT = WRK-QTD-NA-FUSAO
                   MOVE 'QTDE DE CONTATOS DIFERE DA FUSAO ORIGINAL'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

       3410-GUARDAR-CONTATOS-ABS SECTION.
           MOVE ZEROS TO WRK-QTD-CTT-ABS.
           MOVE WRK-ABSORVIDO TO CTT-CLIENTE.
           MOVE ZEROS TO CTT-SEQUENCIA.
           START CLICTT KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE '23' TO FS-CLICTT
           END-START.
           IF FS-CLICTT = '00'
               PERFORM 3411-GUARDAR-UM-CONTATO
                   UNTIL FS-CLICTT NOT = '00'
           END-IF.

       3411-GUARDAR-UM-CONTATO SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLICTT
           END-READ.
           IF FS-CLICTT = '00'
               IF CTT-CLIENTE NOT = WRK-ABSORVIDO
                   MOVE '10' TO FS-CLICTT
               ELSE
                   ADD 1 TO WRK-QTD-CTT-ABS
                   MOVE CTT-SEQUENCIA
                       TO WRK-CTA-SEQUENCIA (WRK-QTD-CTT-ABS)
                   MOVE CTT-NOME TO WRK-CTA-NOME (WRK-QTD-CTT-ABS)
                   MOVE CTT-TIPO TO WRK-CTA-TIPO (WRK-QTD-CTT-ABS)
                   MOVE CTT-VALOR TO WRK-CTA-VALOR (WRK-QTD-CTT-ABS)
               END-IF
           END-IF.

       3420-ULTIMA-SEQ-SOBREVIVENTE SECTION.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE WRK-SOBREVIVENTE TO CTT-CLIENTE.
           MOVE ZEROS TO CTT-SEQUENCIA.
           START CLICTT KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE '23' TO FS-CLICTT
           END-START.
           IF FS-CLICTT = '00'
               PERFORM 3421-LER-SEQ-SOBREVIVENTE
                   UNTIL FS-CLICTT NOT = '00'
           END-IF.

       3421-LER-SEQ-SOBREVIVENTE SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLICTT
           END-READ.
           IF FS-CLICTT = '00'
               IF CTT-CLIENTE NOT = WRK-SOBREVIVENTE
                   MOVE '10' TO FS-CLICTT
               ELSE
                   MOVE CTT-SEQUENCIA TO WRK-ULTIMA-SEQ
               END-IF
           END-IF.

       3440-REGRAVAR-CONTATO SECTION.
           IF WRK-ULTIMA-SEQ < 999
               MOVE WRK-ABSORVIDO TO CTT-CLIENTE
               MOVE WRK-CTA-SEQUENCIA (WRK-K-CTT) TO CTT-SEQUENCIA
               DELETE CLICTT
                   INVALID KEY
                       DISPLAY 'CLIRCV - ERRO AO REMOVER CONTATO '
                           CTT-CHAVE
               END-DELETE

               ADD 1 TO WRK-ULTIMA-SEQ
               MOVE WRK-SOBREVIVENTE TO CTT-CLIENTE
               MOVE WRK-ULTIMA-SEQ TO CTT-SEQUENCIA
               MOVE WRK-CTA-NOME (WRK-K-CTT) TO CTT-NOME
               MOVE WRK-CTA-TIPO (WRK-K-CTT) TO CTT-TIPO
               MOVE WRK-CTA-VALOR (WRK-K-CTT) TO CTT-VALOR
               WRITE REG-CONTATO
                   INVALID KEY
                       DISPLAY 'CLIRCV - ERRO AO REGRAVAR CONTATO '
                           CTT-CHAVE
               END-WRITE
               IF FS-CLICTT = '00'
                   ADD 1 TO WRK-QTD-REAPONTADOS
               END-IF
           END-IF.

      ******************************************************************
      * ANONIMIZAR CLIENTE SECTION - MESMA MASCARA DO CLILGPD NO
      * MESTRE E NOS CONTATOS DO CODIGO. O CLILGPD TAMBEM GRAVA O
      * EVENTO PARA CODIGO JA EXPURGADO: O HISTORICO (CLIHST) FICA
      * FORA DO BACKUP E JA FOI MASCARADO, E OS CONTATOS SAIRAM NO
      * EXPURGO - O EVENTO E SO INFORMATIVO
      ******************************************************************
       3500-ANONIMIZAR-CLIENTE SECTION.
           PERFORM 3800-LER-CLIENTE.
           IF WRK-RES-NAO-APLICADO
               MOVE 'I' TO WRK-RESULTADO
               MOVE 'CODIGO EXPURGADO - HISTORICO JA MASCARADO'
                   TO WRK-MOTIVO
           END-IF.
           IF WRK-RES-APLICADO
               MOVE WRK-TEXTO-ANONIMO TO CLI-NOME
               MOVE ALL '*' TO CLI-END-LOGRADOURO
               MOVE ALL '*' TO CLI-END-NUMERO
               MOVE ALL '*' TO CLI-END-COMPLEMENTO
               MOVE ALL '*' TO CLI-END-CIDADE
               MOVE ZEROS TO CLI-END-CEP
               MOVE ALL '*' TO CLI-TELEFONE
               PERFORM 3850-REGRAVAR-CLIENTE
           END-IF.
           IF WRK-RES-APLICADO
               MOVE EVT-CODIGO TO CTT-CLIENTE
               MOVE ZEROS TO CTT-SEQUENCIA
               START CLICTT KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE '23' TO FS-CLICTT
               END-START
               IF FS-CLICTT = '00'
                   PERFORM 3510-MASCARAR-CONTATO
                       UNTIL FS-CLICTT NOT = '00'
               END-IF
           END-IF.

       3510-MASCARAR-CONTATO SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLICTT
           END-READ.
           IF FS-CLICTT = '00'
               IF CTT-CLIENTE NOT = EVT-CODIGO
                   MOVE '10' TO FS-CLICTT
               ELSE
                   MOVE WRK-TEXTO-ANONIMO TO CTT-NOME
                   MOVE WRK-TEXTO-ANONIMO TO CTT-VALOR
                   REWRITE REG-CONTATO
                       INVALID KEY
                           DISPLAY 'CLIRCV - ERRO AO REGRAVAR CONTATO '
                               CTT-CHAVE
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * CONTATOS - A LINHA CONTATO-DADOS TRAZ SEQUENCIA, TIPO E NOME
      * DO CONTATO PARA A LINHA CONTATO-INCL/ALT/EXCL SEGUINTE. TRILHA
      * ANTERIOR A ESSA LINHA: ALTERACAO E RETIRADA LOCALIZAM O
      * CONTATO PELO VALOR ANTIGO; INCLUSAO NAO E REAPLICADA
      ******************************************************************
       3600-GUARDAR-DADOS-CONTATO SECTION.
           MOVE EVT-VALOR-ANTIGO TO WRK-DADOS-CTT-ANT.
           MOVE EVT-VALOR-NOVO TO WRK-DADOS-CTT-NOVO.
           MOVE EVT-CODIGO TO WRK-CTT-GUARDADO-COD.
           MOVE 'S' TO WRK-CTT-GUARDADO.
           MOVE 'I' TO WRK-RESULTADO.
           MOVE 'DADOS PARA A LINHA DE CONTATO SEGUINTE' TO WRK-MOTIVO.

       3610-INCLUIR-CONTATO SECTION.
           PERFORM 3800-LER-CLIENTE.
           IF WRK-RES-APLICADO
               IF WRK-CTT-GUARDADO-SIM
                  AND WRK-CTT-GUARDADO-COD = EVT-CODIGO
                  AND WDN-SEQUENCIA IS NUMERIC
                   MOVE EVT-CODIGO TO CTT-CLIENTE
                   MOVE WDN-SEQUENCIA TO CTT-SEQUENCIA
                   MOVE WDN-NOME TO CTT-NOME
                   MOVE WDN-TIPO TO CTT-TIPO
                   MOVE EVT-VALOR-NOVO TO CTT-VALOR
                   WRITE REG-CONTATO
                       INVALID KEY
                           MOVE 'N' TO WRK-RESULTADO
                           MOVE 'CONTATO JA EXISTE COM ESTA SEQUENCIA'
                               TO WRK-MOTIVO
                   END-WRITE
               ELSE
                   MOVE 'N' TO WRK-RESULTADO
                   MOVE 'TRILHA SEM SEQUENCIA/NOME DO CONTATO'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

       3620-ALTERAR-CONTATO SECTION.
           PERFORM 3640-LOCALIZAR-CONTATO.
           IF WRK-RES-APLICADO
               IF WRK-CTT-GUARDADO-SIM
                   MOVE WDN-NOME TO CTT-NOME
                   MOVE WDN-TIPO TO CTT-TIPO
               ELSE
                   MOVE 'SO O VALOR - TRILHA SEM NOME/TIPO'
                       TO WRK-MOTIVO
               END-IF
               MOVE EVT-VALOR-NOVO TO CTT-VALOR
               REWRITE REG-CONTATO
                   INVALID KEY
                       MOVE 'N' TO WRK-RESULTADO
                       MOVE 'ERRO NA REGRAVACAO DO CONTATO'
                           TO WRK-MOTIVO
               END-REWRITE
           END-IF.

       3630-RETIRAR-CONTATO SECTION.
           PERFORM 3640-LOCALIZAR-CONTATO.
           IF WRK-RES-APLICADO
               DELETE CLICTT
                   INVALID KEY
                       MOVE 'N' TO WRK-RESULTADO
                       MOVE 'ERRO NA REMOCAO DO CONTATO' TO WRK-MOTIVO
               END-DELETE
           END-IF.

      * PELA SEQUENCIA DA LINHA CONTATO-DADOS OU, NA FALTA DELA, PELO
      * PRIMEIRO CONTATO DO CLIENTE COM O VALOR ANTIGO DA LINHA
       3640-LOCALIZAR-CONTATO SECTION.
           IF WRK-CTT-GUARDADO-SIM
              AND WRK-CTT-GUARDADO-COD NOT = EVT-CODIGO
               MOVE 'N' TO WRK-CTT-GUARDADO
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-CTT-GUARDADO-SIM AND WDA-SEQUENCIA IS NUMERIC
               MOVE EVT-CODIGO TO CTT-CLIENTE
               MOVE WDA-SEQUENCIA TO CTT-SEQUENCIA
               READ CLICTT
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
           ELSE
               MOVE 'N' TO WRK-CTT-GUARDADO
               MOVE EVT-CODIGO TO WRK-CODIGO-BUSCA
               MOVE EVT-CODIGO TO CTT-CLIENTE
               MOVE ZEROS TO CTT-SEQUENCIA
               START CLICTT KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE '23' TO FS-CLICTT
               END-START
               IF FS-CLICTT = '00'
                   PERFORM 3641-PROCURAR-PELO-VALOR
                       UNTIL FS-CLICTT NOT = '00' OR WRK-ACHOU-SIM
               END-IF
           END-IF.
           IF NOT WRK-ACHOU-SIM
               MOVE 'N' TO WRK-RESULTADO
               MOVE 'CONTATO NAO ENCONTRADO' TO WRK-MOTIVO
           END-IF.

       3641-PROCURAR-PELO-VALOR SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLICTT
           END-READ.
           IF FS-CLICTT = '00'
               IF CTT-CLIENTE NOT = WRK-CODIGO-BUSCA
                   MOVE '10' TO FS-CLICTT
               ELSE
                   IF CTT-VALOR = EVT-VALOR-ANTIGO
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LEITURA E REGRAVACAO DO CLIENTE DO EVENTO
      ******************************************************************
       3800-LER-CLIENTE SECTION.
           MOVE EVT-CODIGO TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-RESULTADO
                   MOVE 'CLIENTE NAO CONSTA DO MESTRE' TO WRK-MOTIVO
           END-READ.

       3850-REGRAVAR-CLIENTE SECTION.
           PERFORM 8082-CARIMBAR-CLIENTE.
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE 'N' TO WRK-RESULTADO
                   MOVE 'ERRO NA REGRAVACAO DO CLIENTE' TO WRK-MOTIVO
           END-REWRITE.

      ******************************************************************
      * IMPRIME EVENTO SECTION - UMA LINHA POR EVENTO REAPLICADO
      ******************************************************************
       3900-IMPRIME-EVENTO SECTION.
           IF WRK-LINHAS > 50
               PERFORM 8000-CABECALHO
           END-IF.

           MOVE EVT-DATA TO WLD-DATA.
           MOVE EVT-HORA TO WLD-HORA.
           MOVE EVT-CODIGO TO WLD-CODIGO.
           MOVE EVT-OPERACAO TO WLD-OPERACAO.
           MOVE EVT-CAMPO TO WLD-CAMPO.
           MOVE EVT-OPERADOR TO WLD-OPERADOR.
           EVALUATE TRUE
               WHEN WRK-RES-APLICADO
                   MOVE 'APLICADO' TO WLD-RESULTADO
                   ADD 1 TO WRK-QTD-APLICADOS
               WHEN WRK-RES-INFORMATIVO
                   MOVE 'INFORMATIVO' TO WLD-RESULTADO
                   ADD 1 TO WRK-QTD-INFORMATIVOS
               WHEN OTHER
                   MOVE 'NAO APLICADO' TO WLD-RESULTADO
                   ADD 1 TO WRK-QTD-NAO-APLICADOS
           END-EVALUATE.
           MOVE WRK-MOTIVO TO WLD-MOTIVO.

           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

      ******************************************************************
      * AVANCAR CONTROLE SECTION - O ULTIMO CODIGO EMITIDO (CLICTL
      * CHAVE '1') NAO PODE FICAR ATRAS DE UM CODIGO REINCLUIDO
      ******************************************************************
       4000-AVANCAR-CONTROLE SECTION.
           IF WRK-MAIOR-INCLUIDO > ZEROS
               MOVE '1' TO CTL-CHAVE
               READ CLICTL
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
               IF WRK-ACHOU-SIM
                   IF CTL-ULTIMO-CODIGO < WRK-MAIOR-INCLUIDO
                       MOVE WRK-MAIOR-INCLUIDO TO CTL-ULTIMO-CODIGO
                       REWRITE REG-CONTROLE
                           INVALID KEY
                               DISPLAY 'CLIRCV - ERRO AO REGRAVAR '
                                   'CONTROLE'
                       END-REWRITE
                       MOVE 'CONTROLE DE CODIGOS AVANCADO PARA:'
                           TO WLR-TEXTO
                       MOVE WRK-MAIOR-INCLUIDO TO WLR-CODIGO
                       PERFORM 4900-IMPRIME-RESULTADO
                   END-IF
               ELSE
                   MOVE SPACES TO REG-CONTROLE
                   MOVE '1' TO CTL-CHAVE
                   MOVE WRK-MAIOR-INCLUIDO TO CTL-ULTIMO-CODIGO
                   WRITE REG-CONTROLE
                       INVALID KEY
                           DISPLAY 'CLIRCV - ERRO AO CRIAR CONTROLE'
                   END-WRITE
                   MOVE 'CONTROLE DE CODIGOS CRIADO COM:' TO WLR-TEXTO
                   MOVE WRK-MAIOR-INCLUIDO TO WLR-CODIGO
                   PERFORM 4900-IMPRIME-RESULTADO
               END-IF
           END-IF.

       4900-IMPRIME-RESULTADO SECTION.
           IF WRK-LINHAS > 50
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-RESULTADO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 2 TO WRK-LINHAS.
           DISPLAY 'CLIRCV - ' WLR-TEXTO ' ' WLR-CODIGO.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

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

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-MARCO-DATA TO WLM-DATA.
           MOVE WRK-MARCO-HORA TO WLM-HORA.
           MOVE WRK-LINHA-MARCO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * ENCERRAR SECTION - TOTAIS E FECHAMENTO
      ******************************************************************
       9000-ENCERRAR SECTION.
           IF WRK-LINHAS > 50
               PERFORM 8000-CABECALHO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF WRK-ARQUIVOS-OK-SIM
               PERFORM 9100-TOTAIS
               IF FS-CLIAUDA NOT = '35'
                   CLOSE CLIAUDA
               END-IF
               CLOSE CLIAUD
               CLOSE CLIARQ
               CLOSE CLICTT
               CLOSE CLICTL
               IF WRK-QTD-NAO-APLICADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE '*** RECUPERACAO NAO EXECUTADA' TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WRK-MOTIVO-ABORTO TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY 'CLIRCV - RECUPERACAO NAO EXECUTADA: '
                   WRK-MOTIVO-ABORTO
               MOVE 12 TO RETURN-CODE
           END-IF.

           CLOSE CLIRCVL.

       9100-TOTAIS SECTION.
           MOVE 'EVENTOS LIDOS NA TRILHA.............:' TO WLT-TEXTO.
           MOVE WRK-QTD-LIDOS TO WLT-VALOR.
           PERFORM 9110-IMPRIME-TOTAL.
           MOVE 'SALTADOS - JA CONTIDOS NO BACKUP....:' TO WLT-TEXTO.
           MOVE WRK-QTD-ANTERIORES TO WLT-VALOR.
           PERFORM 9110-IMPRIME-TOTAL.
           MOVE 'SALTADOS - EVENTOS DE OPERADOR......:' TO WLT-TEXTO.
           MOVE WRK-QTD-OPERADOR TO WLT-VALOR.
           PERFORM 9110-IMPRIME-TOTAL.
           MOVE 'APLICADOS...........................:' TO WLT-TEXTO.
           MOVE WRK-QTD-APLICADOS TO WLT-VALOR.
           PERFORM 9110-IMPRIME-TOTAL.
           MOVE 'INFORMATIVOS........................:' TO WLT-TEXTO.
           MOVE WRK-QTD-INFORMATIVOS TO WLT-VALOR.
           PERFORM 9110-IMPRIME-TOTAL.
           MOVE 'NAO APLICADOS.......................:' TO WLT-TEXTO.
           MOVE WRK-QTD-NAO-APLICADOS TO WLT-VALOR.
           PERFORM 9110-IMPRIME-TOTAL.

           DISPLAY 'CLIRCV - EVENTOS LIDOS       : ' WRK-QTD-LIDOS.
           DISPLAY 'CLIRCV - APLICADOS           : ' WRK-QTD-APLICADOS.
           DISPLAY 'CLIRCV - NAO APLICADOS       : '
               WRK-QTD-NAO-APLICADOS.

       9110-IMPRIME-TOTAL SECTION.
           MOVE WRK-LINHA-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
