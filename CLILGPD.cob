       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLILGPD.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: ATENDIMENTO AO TITULAR DE DADOS (LGPD) A PARTIR DO
      *           CPF/CNPJ. IDENTIFICA TODOS OS CODIGOS DE CLIENTE JA
      *           LIGADOS AO DOCUMENTO (MESTRE CLIARQ PELA CHAVE
      *           ALTERNATIVA, HISTORICO DE EXPURGO CLIHST E TROCAS DE
      *           DOCUMENTO NA TRILHA DE AUDITORIA) E:
      *           - NO DOSSIE, IMPRIME EM UM SO RELATORIO O CADASTRO,
      *             O HISTORICO, OS CONTATOS (CLICTT), O ACOMPANHAMENTO
      *             DE COBRANCA (CLICOBS), A FILA DE APROVACAO (CLIPEN)
      *             E OS EVENTOS DE AUDITORIA (GERACOES ARQUIVADAS
      *             CLIAUDA E CLIAUD CORRENTE);
      *           - NA ANONIMIZACAO (PEDIDO DE ELIMINACAO), MASCARA
      *             NOME, ENDERECO, TELEFONE E CONTATOS NO CLIARQ, NO
      *             CLIHST E NO CLICTT, OS NOMES ANTIGO/NOVO NO CLIPEN
      *             E OS VALORES ANTIGO/NOVO DESSES CAMPOS NO CLIAUD.
      *             O CODIGO DO CLIENTE E O ESQUELETO
      *             DOS EVENTOS (CODIGO, OPERACAO, DATA, HORA, CAMPO E
      *             OPERADOR) SAO MANTIDOS, PARA QUE O CLIVER E AS
      *             ESTATISTICAS (CLIEST) CONTINUEM FECHANDO;
      *           - NA ANONIMIZACAO DE GERACAO, MASCARA DA MESMA FORMA
      *             UMA GERACAO ARQUIVADA DA AUDITORIA (DD CLIAUDA).
      *           A ANONIMIZACAO SO E FEITA PARA CLIENTE INATIVO OU
      *           EXPURGADO E EXIGE UM OPERADOR DE PERFIL SUPERVISOR
      *           (CLIOPE) INFORMADO NO CARTAO.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-01  FUNCAO: 'D' = DOSSIE DO TITULAR (DEFAULT)
      *                  'A' = ANONIMIZACAO (CLIARQ, CLICTT, CLIHST
      *                        E CLIAUD CORRENTE)
      *                  'G' = ANONIMIZACAO DE UMA GERACAO ARQUIVADA
      *                        DA AUDITORIA (DD CLIAUDA)
      *   02-15  DOCUMENTO CPF/CNPJ DO TITULAR (OBRIGATORIO)
      *   16-23  OPERADOR SUPERVISOR (SO ANONIMIZACAO)
      *
      * A FUNCAO 'G' SO E ACEITA DEPOIS DA 'A' (CADASTRO E HISTORICO
      * JA ANONIMIZADOS). O PROPRIO DOCUMENTO NAO E MASCARADO - E ELE
      * QUE LOCALIZA OS REGISTROS E COMPROVA O ATENDIMENTO DO PEDIDO.
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  MASCARA O NOME NA LINHA CONTATO-DADOS DA
      *                  TRILHA, PRESERVANDO SEQUENCIA E TIPO
      * 2026-10-15  LBL  CARIMBO DE ULTIMA GRAVACAO (CLICARP): CLIENTE
      *                  ALTERADO ENTRE A LEITURA E A REGRAVACAO NAO E
      *                  MASCARADO - SAI NO RELATORIO E NOS TOTAIS COM
      *                  RETURN-CODE 4 PARA NOVA EXECUCAO DA FUNCAO 'A'
      * 2026-10-15  LBL  FILA DE APROVACAO (CLIPEN) NO DOSSIE, PELA
      *                  CHAVE ALTERNATIVA DO CLIENTE, E NOMES ANTIGO/
      *                  NOVO DAS PENDENCIAS MASCARADOS NA FUNCAO 'A'
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

               SELECT CLICOBS ASSIGN TO 'CLICOBS'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS COB-CODIGO
                   FILE STATUS IS FS-CLICOBS.

               SELECT CLIPEN ASSIGN TO 'CLIPEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-NUMERO
                   ALTERNATE RECORD KEY IS PEN-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-CLIPEN.

               SELECT CLIOPE ASSIGN TO 'CLIOPE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPE-CODIGO
                   FILE STATUS IS FS-CLIOPE.

               SELECT CLIHST ASSIGN TO 'CLIHST'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIHST.

               SELECT CLIAUD ASSIGN TO 'CLIAUD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIAUD.

               SELECT CLIAUDA ASSIGN TO 'CLIAUDA'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIAUDA.

               SELECT CLILGPL ASSIGN TO 'CLILGPL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLILGPL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLICTT
               LABEL RECORDS ARE STANDARD.
               COPY CLICTT.

           FD  CLICOBS
               LABEL RECORDS ARE STANDARD.
               COPY CLICOBS.

           FD  CLIPEN
               LABEL RECORDS ARE STANDARD.
               COPY CLIPEN.

           FD  CLIOPE
               LABEL RECORDS ARE STANDARD.
               COPY CLIOPE.

           FD  CLIHST
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG REPLACING LEADING ==CLI== BY ==HST==
                                     ==REG-CLIENTE== BY
                                     ==REG-HISTORICO==.

           FD  CLIAUD
               LABEL RECORDS ARE STANDARD.
               COPY CLIAUD.

           FD  CLIAUDA
               LABEL RECORDS ARE STANDARD.
               COPY CLIAUD REPLACING LEADING ==AUD== BY ==AUA==
                                     ==REG-AUDITORIA== BY
                                     ==REG-AUD-ARQUIVADA==.

           FD  CLILGPL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

           77  FS-CLIARQ        PIC X(02).
               88  FS-CLIARQ-OK             VALUE '00' '02'.
           77  FS-CLICTT        PIC X(02).
           77  FS-CLICOBS       PIC X(02).
           77  FS-CLIPEN        PIC X(02).
               88  FS-CLIPEN-OK             VALUE '00' '02'.
           77  FS-CLIOPE        PIC X(02).
           77  FS-CLIHST        PIC X(02).
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIAUDA       PIC X(02).
           77  FS-CLILGPL       PIC X(02).

           77  WRK-CARTAO-OK    PIC X(01) VALUE 'S'.
               88  WRK-CARTAO-OK-SIM      VALUE 'S'.

           77  WRK-ARQUIVOS-ABERTOS PIC X(01) VALUE 'N'.
               88  WRK-ARQUIVOS-ABERTOS-SIM VALUE 'S'.

           77  WRK-OPERADOR-OK  PIC X(01) VALUE 'N'.
               88  WRK-OPERADOR-OK-SIM    VALUE 'S'.

           77  WRK-ACHOU        PIC X(01) VALUE 'N'.
               88  WRK-ACHOU-SIM          VALUE 'S'.

           77  WRK-CTT-DISPONIVEL PIC X(01) VALUE 'S'.
               88  WRK-CTT-DISPONIVEL-SIM VALUE 'S'.

           77  WRK-COB-DISPONIVEL PIC X(01) VALUE 'S'.
               88  WRK-COB-DISPONIVEL-SIM VALUE 'S'.

           77  WRK-PEN-DISPONIVEL PIC X(01) VALUE 'S'.
               88  WRK-PEN-DISPONIVEL-SIM VALUE 'S'.

           77  WRK-FIM-PENDENCIA PIC X(01) VALUE 'N'.
               88  WRK-FIM-PENDENCIA-SIM  VALUE 'S'.

           77  WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
               88  WRK-FIM-MESTRE-SIM     VALUE 'S'.

           77  WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
               88  WRK-FIM-HISTORICO-SIM  VALUE 'S'.

           77  WRK-FIM-AUDITORIA PIC X(01) VALUE 'N'.
               88  WRK-FIM-AUDITORIA-SIM  VALUE 'S'.

           77  WRK-FIM-ARQUIVADA PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVADA-SIM  VALUE 'S'.

           77  WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
               88  WRK-TABELA-CHEIA-SIM   VALUE 'S'.

           77  WRK-ELEGIVEL     PIC X(01) VALUE 'S'.
               88  WRK-ELEGIVEL-SIM       VALUE 'S'.

           77  WRK-EVENTO-MASCARADO PIC X(01) VALUE 'N'.
               88  WRK-EVENTO-MASCARADO-SIM VALUE 'S'.

      * FASE DA VARREDURA DA AUDITORIA: 'C' = COLETA DE CODIGOS,
      * 'L' = LISTAGEM NO DOSSIE
           77  WRK-FASE         PIC X(01).
               88  WRK-FASE-COLETA        VALUE 'C'.
               88  WRK-FASE-LISTAGEM      VALUE 'L'.

           77  WRK-CODIGO-BUSCA PIC 9(06).
           77  WRK-DOC-ALFA     PIC X(14).

           77  WRK-QTD-CADASTRO      PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-HISTORICO     PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-CONTATOS      PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-COBRANCA      PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-APROVACAO     PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-EVENTOS       PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-PENDENTES     PIC 9(06) COMP VALUE 0.

           77  WRK-MASC-MESTRE       PIC 9(06) COMP VALUE 0.
           77  WRK-MASC-CONTATOS     PIC 9(06) COMP VALUE 0.
           77  WRK-MASC-HISTORICO    PIC 9(06) COMP VALUE 0.
           77  WRK-MASC-APROVACAO    PIC 9(06) COMP VALUE 0.
           77  WRK-MASC-EVENTOS      PIC 9(06) COMP VALUE 0.
           77  WRK-EVENTOS-LIDOS     PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

      ******************************************************************
      * TEXTO QUE SUBSTITUI OS DADOS PESSOAIS NA ANONIMIZACAO
      ******************************************************************
           77  WRK-TEXTO-ANONIMO PIC X(40) VALUE 'ANONIMIZADO LGPD'.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-FUNCAO          PIC X(01).
                   88  PRM-FUNCAO-DOSSIE        VALUE 'D' ' '.
                   88  PRM-FUNCAO-ANONIMIZAR    VALUE 'A'.
                   88  PRM-FUNCAO-GERACAO       VALUE 'G'.
               05  PRM-DOC-NUMERO      PIC 9(14).
               05  PRM-OPERADOR        PIC X(08).

      ******************************************************************
      * CODIGOS DE CLIENTE LIGADOS AO DOCUMENTO DO TITULAR (UM MESMO
      * DOCUMENTO PODE TER PASSADO POR MAIS DE UM CODIGO: DUPLICADOS,
      * FUSOES, EXPURGO/RECADASTRAMENTO E TROCA DE DOCUMENTO)
      ******************************************************************
           77  WRK-QTD-CODIGOS     PIC 9(03) COMP VALUE 0.

           01  WRK-TAB-CODIGOS.
               05  WRK-COD-ENT OCCURS 50 TIMES
                       INDEXED BY IDX-COD.
                   10  WRK-COD-CODIGO      PIC 9(06).

      ******************************************************************
      * EVENTO DE AUDITORIA EM TRATAMENTO (CORRENTE OU ARQUIVADO)
      ******************************************************************
           COPY CLIAUD REPLACING LEADING ==AUD== BY ==EVT==
                                 ==REG-AUDITORIA== BY
                                 ==REG-EVENTO==.

      ******************************************************************
      * CLIENTE EM IMPRESSAO (DO MESTRE OU DO HISTORICO)
      ******************************************************************
           COPY CLIREG REPLACING LEADING ==CLI== BY ==IMP==
                                 ==REG-CLIENTE== BY
                                 ==REG-IMPRIMIR==.

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
      * AREAS DE IMPRESSAO DO DOSSIE / ANONIMIZACAO
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-IMPRESSAO PIC X(132).

           01  WRK-LINHA-CABECALHO.
               05  WCH-TITULO      PIC X(30).
               05  FILLER          PIC X(11) VALUE 'DOCUMENTO: '.
               05  WCH-DOCUMENTO   PIC 9(14).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-SECAO.
               05  FILLER          PIC X(04) VALUE '*** '.
               05  WLS-TITULO      PIC X(60).

           01  WRK-LINHA-CLIENTE.
               05  WLC-ORIGEM      PIC X(09).
               05  WLC-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLC-NOME        PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLC-DOCUMENTO   PIC 9(14).
               05  FILLER          PIC X(01) VALUE '/'.
               05  WLC-DOC-TIPO    PIC X(01).
               05  FILLER          PIC X(05) VALUE ' ST: '.
               05  WLC-STATUS      PIC X(01).
               05  FILLER          PIC X(06) VALUE ' CAD: '.
               05  WLC-CADASTRO    PIC 9(08).
               05  FILLER          PIC X(06) VALUE ' FAT: '.
               05  WLC-SIT-FAT     PIC X(01).

           01  WRK-LINHA-ENDERECO.
               05  FILLER          PIC X(15) VALUE SPACES.
               05  WLE-LOGRADOURO  PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-NUMERO      PIC X(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-COMPLEMENTO PIC X(15).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-CIDADE      PIC X(25).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-UF          PIC X(02).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-CEP         PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLE-TELEFONE    PIC X(15).

           01  WRK-LINHA-CONTATO.
               05  WLK-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLK-SEQUENCIA   PIC 9(03).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLK-TIPO        PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLK-NOME        PIC X(30).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLK-VALOR       PIC X(40).

           01  WRK-LINHA-COBRANCA.
               05  WLB-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(12) VALUE ' SITUACAO: '.
               05  WLB-SITUACAO    PIC X(01).
               05  FILLER          PIC X(10) VALUE ' CICLOS: '.
               05  WLB-CICLOS      PIC ZZ9.
               05  FILLER          PIC X(16) VALUE ' ULTIMO CICLO: '.
               05  WLB-DATA-CICLO  PIC 9(08).

           01  WRK-LINHA-PENDENCIA.
               05  WLP-NUMERO      PIC ZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-TIPO        PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-SITUACAO    PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-DATA-SOLIC  PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-NOME-ANT    PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-DOC-ANT     PIC 9(14).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-NOME-NOVO   PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-DOC-NOVO    PIC 9(14).

           01  WRK-LINHA-EVENTO.
               05  WLV-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-DATA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-HORA        PIC X(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-OPERACAO    PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-CAMPO       PIC X(15).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-VALOR-ANT   PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-VALOR-NOVO  PIC X(40).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLV-OPERADOR    PIC X(08).

           01  WRK-LINHA-TOTAL.
               05  WLT-TEXTO       PIC X(40).
               05  WLT-QUANTIDADE  PIC ZZZZZ9.

           01  WRK-LINHA-RESULTADO.
               05  WLR-TEXTO       PIC X(50).
               05  WLR-CODIGO      PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF WRK-CARTAO-OK-SIM
               PERFORM 2000-IDENTIFICAR-CODIGOS
               IF PRM-FUNCAO-DOSSIE
                   PERFORM 3000-EMITIR-DOSSIE
               ELSE
                   PERFORM 5000-ANONIMIZAR
               END-IF
           END-IF.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - CARTAO, ABERTURAS E CONFERENCIA DO SUPERVISOR
      ******************************************************************
       1000-INICIAR SECTION.
           OPEN OUTPUT CLILGPL.

           MOVE SPACES TO WRK-CARTAO-PARM.
           ACCEPT WRK-CARTAO-PARM.
           IF PRM-DOC-NUMERO NOT NUMERIC
               MOVE ZEROS TO PRM-DOC-NUMERO
           END-IF.
           MOVE PRM-DOC-NUMERO TO WRK-DOC-ALFA.

           EVALUATE TRUE
               WHEN PRM-FUNCAO-ANONIMIZAR
                   MOVE 'ANONIMIZACAO LGPD' TO WCH-TITULO
               WHEN PRM-FUNCAO-GERACAO
                   MOVE 'ANONIMIZACAO LGPD - GERACAO' TO WCH-TITULO
               WHEN OTHER
                   MOVE 'DOSSIE LGPD DO TITULAR' TO WCH-TITULO
           END-EVALUATE.
           PERFORM 8000-CABECALHO.

           IF NOT PRM-FUNCAO-DOSSIE AND NOT PRM-FUNCAO-ANONIMIZAR
                   AND NOT PRM-FUNCAO-GERACAO
               MOVE 'N' TO WRK-CARTAO-OK
               MOVE 'FUNCAO INVALIDA NO CARTAO (D, A OU G)'
                   TO WLR-TEXTO
               MOVE ZEROS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           END-IF.
           IF PRM-DOC-NUMERO = ZEROS
               MOVE 'N' TO WRK-CARTAO-OK
               MOVE 'DOCUMENTO CPF/CNPJ OBRIGATORIO NO CARTAO'
                   TO WLR-TEXTO
               MOVE ZEROS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           END-IF.

           IF WRK-CARTAO-OK-SIM
               PERFORM 1010-ABRIR-CADASTROS
               IF NOT PRM-FUNCAO-DOSSIE
                   PERFORM 5010-VALIDAR-SUPERVISOR
                   IF NOT WRK-OPERADOR-OK-SIM
                       MOVE 'N' TO WRK-CARTAO-OK
                   END-IF
               END-IF
           END-IF.

           IF NOT WRK-CARTAO-OK-SIM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * SO A ANONIMIZACAO DO CADASTRO ATUALIZA O MESTRE E OS CONTATOS;
      * O HISTORICO E A AUDITORIA SAO ABERTOS A CADA VARREDURA
      ******************************************************************
       1010-ABRIR-CADASTROS SECTION.
           IF PRM-FUNCAO-ANONIMIZAR
               OPEN I-O CLIARQ
               OPEN I-O CLICTT
           ELSE
               OPEN INPUT CLIARQ
               OPEN INPUT CLICTT
           END-IF.
           IF FS-CLICTT = '35'
               MOVE 'N' TO WRK-CTT-DISPONIVEL
           END-IF.
           OPEN INPUT CLICOBS.
           IF FS-CLICOBS = '35'
               MOVE 'N' TO WRK-COB-DISPONIVEL
           END-IF.
           IF PRM-FUNCAO-ANONIMIZAR
               OPEN I-O CLIPEN
           ELSE
               OPEN INPUT CLIPEN
           END-IF.
           IF FS-CLIPEN = '35'
               MOVE 'N' TO WRK-PEN-DISPONIVEL
           END-IF.
           OPEN INPUT CLIOPE.
           MOVE 'S' TO WRK-ARQUIVOS-ABERTOS.

      ******************************************************************
      * IDENTIFICAR CODIGOS SECTION - MONTA A TABELA DE CODIGOS DE
      * CLIENTE LIGADOS AO DOCUMENTO DO TITULAR
      ******************************************************************
       2000-IDENTIFICAR-CODIGOS SECTION.
           PERFORM 2100-CODIGOS-DO-MESTRE.
           PERFORM 2200-CODIGOS-DO-HISTORICO.
           MOVE 'C' TO WRK-FASE.
           PERFORM 7000-VARRER-AUDITORIA.

           IF WRK-TABELA-CHEIA-SIM
               MOVE 'LIMITE DE CODIGOS EXCEDIDO - DOSSIE PARCIAL'
                   TO WLR-TEXTO
               MOVE WRK-QTD-CODIGOS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           END-IF.

      ******************************************************************
      * CLIENTES DO MESTRE COM O DOCUMENTO (CHAVE ALTERNATIVA)
      ******************************************************************
       2100-CODIGOS-DO-MESTRE SECTION.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE PRM-DOC-NUMERO TO CLI-DOC-NUMERO.
           START CLIARQ KEY IS EQUAL TO CLI-DOC-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-START.
           PERFORM 2110-LER-POR-DOCUMENTO UNTIL WRK-FIM-MESTRE-SIM.

       2110-LER-POR-DOCUMENTO SECTION.
           READ CLIARQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-READ.
           IF NOT WRK-FIM-MESTRE-SIM
               IF CLI-DOC-NUMERO NOT = PRM-DOC-NUMERO
                   MOVE 'S' TO WRK-FIM-MESTRE
               ELSE
                   MOVE CLI-CODIGO TO WRK-CODIGO-BUSCA
                   PERFORM 8500-INCLUIR-CODIGO
               END-IF
           END-IF.

      ******************************************************************
      * CLIENTES EXPURGADOS COM O DOCUMENTO (HISTORICO ACUMULATIVO)
      ******************************************************************
       2200-CODIGOS-DO-HISTORICO SECTION.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT CLIHST.
           IF FS-CLIHST = '35'
               MOVE 'S' TO WRK-FIM-HISTORICO
           ELSE
               PERFORM 2210-LER-HISTORICO UNTIL WRK-FIM-HISTORICO-SIM
               CLOSE CLIHST
           END-IF.

       2210-LER-HISTORICO SECTION.
           READ CLIHST
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.
           IF NOT WRK-FIM-HISTORICO-SIM
                   AND HST-DOC-NUMERO = PRM-DOC-NUMERO
               MOVE HST-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 8500-INCLUIR-CODIGO
           END-IF.

      ******************************************************************
      * EMITIR DOSSIE SECTION - UMA SECAO POR ORIGEM DOS DADOS, SEMPRE
      * PARA TODOS OS CODIGOS LIGADOS AO DOCUMENTO
      ******************************************************************
       3000-EMITIR-DOSSIE SECTION.
           IF WRK-QTD-CODIGOS = 0
               MOVE 'NENHUM REGISTRO ENCONTRADO PARA O DOCUMENTO'
                   TO WLR-TEXTO
               MOVE ZEROS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           ELSE
               MOVE 'CADASTRO ATUAL (CLIARQ)' TO WLS-TITULO
               PERFORM 8100-IMPRIME-SECAO
               PERFORM 3100-LISTAR-CADASTRO
                   VARYING IDX-COD FROM 1 BY 1
                   UNTIL IDX-COD > WRK-QTD-CODIGOS

               MOVE 'HISTORICO DE EXPURGO (CLIHST)' TO WLS-TITULO
               PERFORM 8100-IMPRIME-SECAO
               PERFORM 3200-LISTAR-HISTORICO

               MOVE 'CONTATOS (CLICTT)' TO WLS-TITULO
               PERFORM 8100-IMPRIME-SECAO
               IF WRK-CTT-DISPONIVEL-SIM
                   PERFORM 3300-LISTAR-CONTATOS
                       VARYING IDX-COD FROM 1 BY 1
                       UNTIL IDX-COD > WRK-QTD-CODIGOS
               END-IF

               MOVE 'ACOMPANHAMENTO DE COBRANCA (CLICOBS)'
                   TO WLS-TITULO
               PERFORM 8100-IMPRIME-SECAO
               IF WRK-COB-DISPONIVEL-SIM
                   PERFORM 3400-LISTAR-COBRANCA
                       VARYING IDX-COD FROM 1 BY 1
                       UNTIL IDX-COD > WRK-QTD-CODIGOS
               END-IF

               MOVE 'FILA DE APROVACAO (CLIPEN)' TO WLS-TITULO
               PERFORM 8100-IMPRIME-SECAO
               IF WRK-PEN-DISPONIVEL-SIM
                   PERFORM 3500-LISTAR-PENDENCIAS
                       VARYING IDX-COD FROM 1 BY 1
                       UNTIL IDX-COD > WRK-QTD-CODIGOS
               END-IF

               MOVE 'TRILHA DE AUDITORIA (CLIAUDA + CLIAUD)'
                   TO WLS-TITULO
               PERFORM 8100-IMPRIME-SECAO
               MOVE 'L' TO WRK-FASE
               PERFORM 7000-VARRER-AUDITORIA

               PERFORM 3900-TOTAIS-DOSSIE
           END-IF.

       3100-LISTAR-CADASTRO SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU-SIM
               MOVE 'MESTRE' TO WLC-ORIGEM
               MOVE REG-CLIENTE TO REG-IMPRIMIR
               PERFORM 3150-IMPRIME-CLIENTE
               ADD 1 TO WRK-QTD-CADASTRO
           END-IF.

      ******************************************************************
      * IMPRIME O CLIENTE GUARDADO EM REG-IMPRIMIR - SERVE AO CADASTRO
      * ATUAL E AO HISTORICO
      ******************************************************************
       3150-IMPRIME-CLIENTE SECTION.
           MOVE IMP-CODIGO TO WLC-CODIGO.
           MOVE IMP-NOME TO WLC-NOME.
           MOVE IMP-DOC-NUMERO TO WLC-DOCUMENTO.
           MOVE IMP-DOC-TIPO TO WLC-DOC-TIPO.
           MOVE IMP-STATUS TO WLC-STATUS.
           MOVE IMP-DATA-CADASTRO TO WLC-CADASTRO.
           MOVE IMP-SIT-FATURAMENTO TO WLC-SIT-FAT.
           MOVE WRK-LINHA-CLIENTE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

           MOVE IMP-END-LOGRADOURO TO WLE-LOGRADOURO.
           MOVE IMP-END-NUMERO TO WLE-NUMERO.
           MOVE IMP-END-COMPLEMENTO TO WLE-COMPLEMENTO.
           MOVE IMP-END-CIDADE TO WLE-CIDADE.
           MOVE IMP-END-UF TO WLE-UF.
           MOVE IMP-END-CEP TO WLE-CEP.
           MOVE IMP-TELEFONE TO WLE-TELEFONE.
           MOVE WRK-LINHA-ENDERECO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

      ******************************************************************
      * O HISTORICO E SEQUENCIAL - UMA VARREDURA PARA TODOS OS CODIGOS
      ******************************************************************
       3200-LISTAR-HISTORICO SECTION.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT CLIHST.
           IF FS-CLIHST = '35'
               MOVE 'S' TO WRK-FIM-HISTORICO
           ELSE
               PERFORM 3210-LER-HISTORICO UNTIL WRK-FIM-HISTORICO-SIM
               CLOSE CLIHST
           END-IF.

       3210-LER-HISTORICO SECTION.
           READ CLIHST
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.
           IF NOT WRK-FIM-HISTORICO-SIM
               MOVE HST-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 8510-PROCURAR-CODIGO
               IF WRK-ACHOU-SIM
                   MOVE 'HISTORICO' TO WLC-ORIGEM
                   MOVE REG-HISTORICO TO REG-IMPRIMIR
                   PERFORM 3150-IMPRIME-CLIENTE
                   ADD 1 TO WRK-QTD-HISTORICO
               END-IF
           END-IF.

       3300-LISTAR-CONTATOS SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO CTT-CLIENTE.
           MOVE ZEROS TO CTT-SEQUENCIA.
           START CLICTT KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE '23' TO FS-CLICTT
           END-START.

           IF FS-CLICTT = '00'
               PERFORM 3310-IMPRIME-CONTATO
                   UNTIL FS-CLICTT NOT = '00'
           END-IF.

       3310-IMPRIME-CONTATO SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLICTT
           END-READ.
           IF FS-CLICTT = '00'
               IF CTT-CLIENTE NOT = WRK-COD-CODIGO (IDX-COD)
                   MOVE '10' TO FS-CLICTT
               ELSE
                   MOVE CTT-CLIENTE TO WLK-CODIGO
                   MOVE CTT-SEQUENCIA TO WLK-SEQUENCIA
                   MOVE CTT-TIPO TO WLK-TIPO
                   MOVE CTT-NOME TO WLK-NOME
                   MOVE CTT-VALOR TO WLK-VALOR
                   MOVE WRK-LINHA-CONTATO TO WRK-LINHA-IMPRESSAO
                   PERFORM 8900-IMPRIME-LINHA
                   ADD 1 TO WRK-QTD-CONTATOS
               END-IF
           END-IF.

       3400-LISTAR-COBRANCA SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO COB-CODIGO.
           READ CLICOBS
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU-SIM
               MOVE COB-CODIGO TO WLB-CODIGO
               MOVE COB-SITUACAO TO WLB-SITUACAO
               MOVE COB-CICLOS TO WLB-CICLOS
               MOVE COB-DATA-CICLO TO WLB-DATA-CICLO
               MOVE WRK-LINHA-COBRANCA TO WRK-LINHA-IMPRESSAO
               PERFORM 8900-IMPRIME-LINHA
               ADD 1 TO WRK-QTD-COBRANCA
           END-IF.

      ******************************************************************
      * PENDENCIAS DO CODIGO (DECIDIDAS OU NAO), PELA CHAVE ALTERNATIVA
      * PEN-CLIENTE - NOME E DOCUMENTO ANTIGOS E NOVOS
      ******************************************************************
       3500-LISTAR-PENDENCIAS SECTION.
           MOVE 'N' TO WRK-FIM-PENDENCIA.
           MOVE WRK-COD-CODIGO (IDX-COD) TO PEN-CLIENTE.
           START CLIPEN KEY IS EQUAL TO PEN-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PENDENCIA
           END-START.
           PERFORM 3510-IMPRIME-PENDENCIA UNTIL WRK-FIM-PENDENCIA-SIM.

       3510-IMPRIME-PENDENCIA SECTION.
           READ CLIPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENCIA
           END-READ.
           IF NOT WRK-FIM-PENDENCIA-SIM
               IF PEN-CLIENTE NOT = WRK-COD-CODIGO (IDX-COD)
                   MOVE 'S' TO WRK-FIM-PENDENCIA
               ELSE
                   MOVE PEN-NUMERO TO WLP-NUMERO
                   MOVE PEN-TIPO TO WLP-TIPO
                   MOVE PEN-SITUACAO TO WLP-SITUACAO
                   MOVE PEN-DATA-SOLIC TO WLP-DATA-SOLIC
                   MOVE PEN-NOME-ANT TO WLP-NOME-ANT
                   MOVE PEN-DOC-NUMERO-ANT TO WLP-DOC-ANT
                   MOVE PEN-NOME-NOVO TO WLP-NOME-NOVO
                   MOVE PEN-DOC-NUMERO-NOVO TO WLP-DOC-NOVO
                   MOVE WRK-LINHA-PENDENCIA TO WRK-LINHA-IMPRESSAO
                   PERFORM 8900-IMPRIME-LINHA
                   ADD 1 TO WRK-QTD-APROVACAO
               END-IF
           END-IF.

       3900-TOTAIS-DOSSIE SECTION.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE 'CODIGOS LIGADOS AO DOCUMENTO......:' TO WLT-TEXTO.
           MOVE WRK-QTD-CODIGOS TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'REGISTROS NO CADASTRO ATUAL.......:' TO WLT-TEXTO.
           MOVE WRK-QTD-CADASTRO TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'REGISTROS NO HISTORICO............:' TO WLT-TEXTO.
           MOVE WRK-QTD-HISTORICO TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'CONTATOS..........................:' TO WLT-TEXTO.
           MOVE WRK-QTD-CONTATOS TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'REGISTROS DE COBRANCA.............:' TO WLT-TEXTO.
           MOVE WRK-QTD-COBRANCA TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'PENDENCIAS NA FILA DE APROVACAO...:' TO WLT-TEXTO.
           MOVE WRK-QTD-APROVACAO TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'EVENTOS DE AUDITORIA..............:' TO WLT-TEXTO.
           MOVE WRK-QTD-EVENTOS TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.

      ******************************************************************
      * ANONIMIZAR SECTION - ATENDE O PEDIDO DE ELIMINACAO DO TITULAR
      ******************************************************************
       5000-ANONIMIZAR SECTION.
           IF WRK-QTD-CODIGOS = 0
               MOVE 'NENHUM REGISTRO ENCONTRADO PARA O DOCUMENTO'
                   TO WLR-TEXTO
               MOVE ZEROS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-TABELA-CHEIA-SIM
                   MOVE 'N' TO WRK-ELEGIVEL
               ELSE
                   MOVE 'S' TO WRK-ELEGIVEL
                   PERFORM 5100-VERIFICAR-MESTRE
                       VARYING IDX-COD FROM 1 BY 1
                       UNTIL IDX-COD > WRK-QTD-CODIGOS
                   IF PRM-FUNCAO-GERACAO
                       PERFORM 5150-VERIFICAR-HISTORICO
                   END-IF
               END-IF
               IF NOT WRK-ELEGIVEL-SIM
                   MOVE 'ANONIMIZACAO RECUSADA - NADA FOI ALTERADO'
                       TO WLR-TEXTO
                   MOVE ZEROS TO WLR-CODIGO
                   PERFORM 5900-IMPRIME-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF PRM-FUNCAO-ANONIMIZAR
                       PERFORM 5200-ANONIMIZAR-CADASTRO
                   ELSE
                       PERFORM 5600-ANONIMIZAR-GERACAO
                   END-IF
                   PERFORM 5800-TOTAIS-ANONIMIZACAO
               END-IF
           END-IF.

      ******************************************************************
      * A SUPERVISAO E FEITA PELO OPERADOR DO CARTAO, QUE DEVE EXISTIR
      * NO CLIOPE, ESTAR ATIVO E TER PERFIL SUPERVISOR
      ******************************************************************
       5010-VALIDAR-SUPERVISOR SECTION.
           MOVE 'N' TO WRK-OPERADOR-OK.
           MOVE PRM-OPERADOR TO OPE-CODIGO.
           READ CLIOPE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU-SIM AND OPE-STATUS-ATIVO
                   AND OPE-PERFIL-SUPERVISOR
               MOVE 'S' TO WRK-OPERADOR-OK
           ELSE
               MOVE 'OPERADOR SEM PERFIL SUPERVISOR - RECUSADO'
                   TO WLR-TEXTO
               MOVE ZEROS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           END-IF.

      ******************************************************************
      * SO CLIENTE INATIVO OU EXPURGADO PODE SER ANONIMIZADO. PARA A
      * GERACAO ARQUIVADA, O CADASTRO JA TEM DE ESTAR ANONIMIZADO.
      ******************************************************************
       5100-VERIFICAR-MESTRE SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU-SIM
               IF CLI-STATUS-ATIVO
                   MOVE 'N' TO WRK-ELEGIVEL
                   MOVE 'CLIENTE ATIVO - INATIVAR ANTES DE ANONIMIZAR:'
                       TO WLR-TEXTO
                   MOVE CLI-CODIGO TO WLR-CODIGO
                   PERFORM 5900-IMPRIME-RESULTADO
               ELSE
                   IF PRM-FUNCAO-GERACAO
                           AND CLI-NOME NOT = WRK-TEXTO-ANONIMO
                       MOVE 'N' TO WRK-ELEGIVEL
                       MOVE 'CADASTRO AINDA NAO ANONIMIZADO (FUNCAO A):'
                           TO WLR-TEXTO
                       MOVE CLI-CODIGO TO WLR-CODIGO
                       PERFORM 5900-IMPRIME-RESULTADO
                   END-IF
               END-IF
           END-IF.

       5150-VERIFICAR-HISTORICO SECTION.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT CLIHST.
           IF FS-CLIHST = '35'
               MOVE 'S' TO WRK-FIM-HISTORICO
           ELSE
               PERFORM 5160-CONFERIR-HISTORICO
                   UNTIL WRK-FIM-HISTORICO-SIM
               CLOSE CLIHST
           END-IF.
           IF WRK-QTD-PENDENTES > 0
               MOVE 'N' TO WRK-ELEGIVEL
               MOVE 'HISTORICO AINDA NAO ANONIMIZADO (FUNCAO A):'
                   TO WLR-TEXTO
               MOVE WRK-QTD-PENDENTES TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           END-IF.

       5160-CONFERIR-HISTORICO SECTION.
           READ CLIHST
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.
           IF NOT WRK-FIM-HISTORICO-SIM
               MOVE HST-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 8510-PROCURAR-CODIGO
               IF WRK-ACHOU-SIM AND HST-NOME NOT = WRK-TEXTO-ANONIMO
                   ADD 1 TO WRK-QTD-PENDENTES
               END-IF
           END-IF.

      ******************************************************************
      * ANONIMIZAR CADASTRO SECTION - MESTRE, CONTATOS, FILA DE
      * APROVACAO, HISTORICO E AUDITORIA CORRENTE, E UM EVENTO
      * 'ANONIMIZACAO' POR CODIGO
      ******************************************************************
       5200-ANONIMIZAR-CADASTRO SECTION.
           PERFORM 5210-MASCARAR-MESTRE
               VARYING IDX-COD FROM 1 BY 1
               UNTIL IDX-COD > WRK-QTD-CODIGOS.
           IF WRK-CTT-DISPONIVEL-SIM
               PERFORM 5300-MASCARAR-CONTATOS
                   VARYING IDX-COD FROM 1 BY 1
                   UNTIL IDX-COD > WRK-QTD-CODIGOS
           END-IF.
           IF WRK-PEN-DISPONIVEL-SIM
               PERFORM 5350-MASCARAR-PENDENCIAS
                   VARYING IDX-COD FROM 1 BY 1
                   UNTIL IDX-COD > WRK-QTD-CODIGOS
           END-IF.
           PERFORM 5400-MASCARAR-HISTORICO.
           PERFORM 5500-MASCARAR-AUDITORIA.
           PERFORM 5700-AUDITAR-ANONIMIZACAO.

       5210-MASCARAR-MESTRE SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   PERFORM 8080-GUARDAR-CARIMBO
           END-READ.
           IF WRK-ACHOU-SIM
               MOVE WRK-TEXTO-ANONIMO TO CLI-NOME
               MOVE ALL '*' TO CLI-END-LOGRADOURO
               MOVE ALL '*' TO CLI-END-NUMERO
               MOVE ALL '*' TO CLI-END-COMPLEMENTO
               MOVE ALL '*' TO CLI-END-CIDADE
               MOVE ZEROS TO CLI-END-CEP
               MOVE ALL '*' TO CLI-TELEFONE
               PERFORM 8081-CONFERIR-CARIMBO
               IF WRK-CONFLITO-SIM
                   MOVE 'CLIENTE ALTERADO NA LEITURA - NAO MASCARADO:'
                       TO WLR-TEXTO
                   MOVE WRK-COD-CODIGO (IDX-COD) TO WLR-CODIGO
                   PERFORM 5900-IMPRIME-RESULTADO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 5220-REGRAVAR-MESTRE
               END-IF
           END-IF.

       5220-REGRAVAR-MESTRE SECTION.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'CLILGPD - ERRO AO REGRAVAR CLIENTE '
                       CLI-CODIGO
           END-REWRITE.
           IF FS-CLIARQ-OK
               ADD 1 TO WRK-MASC-MESTRE
               MOVE 'CADASTRO ANONIMIZADO:' TO WLR-TEXTO
               MOVE CLI-CODIGO TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
           END-IF.

       5300-MASCARAR-CONTATOS SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO CTT-CLIENTE.
           MOVE ZEROS TO CTT-SEQUENCIA.
           START CLICTT KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   MOVE '23' TO FS-CLICTT
           END-START.

           IF FS-CLICTT = '00'
               PERFORM 5310-MASCARAR-CONTATO
                   UNTIL FS-CLICTT NOT = '00'
           END-IF.

       5310-MASCARAR-CONTATO SECTION.
           READ CLICTT NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLICTT
           END-READ.
           IF FS-CLICTT = '00'
               IF CTT-CLIENTE NOT = WRK-COD-CODIGO (IDX-COD)
                   MOVE '10' TO FS-CLICTT
               ELSE
                   MOVE WRK-TEXTO-ANONIMO TO CTT-NOME
                   MOVE WRK-TEXTO-ANONIMO TO CTT-VALOR
                   REWRITE REG-CONTATO
                       INVALID KEY
                           DISPLAY 'CLILGPD - ERRO AO REGRAVAR CONTATO '
                               CTT-CHAVE
                   END-REWRITE
                   IF FS-CLICTT = '00'
                       ADD 1 TO WRK-MASC-CONTATOS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * NA FILA DE APROVACAO SO OS NOMES SAO MASCARADOS - O DOCUMENTO
      * FICA, COMO NO CADASTRO, E O REGISTRO DECIDIDO CONTINUA NO
      * ARQUIVO COM SITUACAO, APROVADOR E MOTIVO
      ******************************************************************
       5350-MASCARAR-PENDENCIAS SECTION.
           MOVE 'N' TO WRK-FIM-PENDENCIA.
           MOVE WRK-COD-CODIGO (IDX-COD) TO PEN-CLIENTE.
           START CLIPEN KEY IS EQUAL TO PEN-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PENDENCIA
           END-START.
           PERFORM 5360-MASCARAR-PENDENCIA UNTIL WRK-FIM-PENDENCIA-SIM.

       5360-MASCARAR-PENDENCIA SECTION.
           READ CLIPEN NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENCIA
           END-READ.
           IF NOT WRK-FIM-PENDENCIA-SIM
               IF PEN-CLIENTE NOT = WRK-COD-CODIGO (IDX-COD)
                   MOVE 'S' TO WRK-FIM-PENDENCIA
               ELSE
                   MOVE WRK-TEXTO-ANONIMO TO PEN-NOME-ANT
                   MOVE WRK-TEXTO-ANONIMO TO PEN-NOME-NOVO
                   REWRITE REG-PENDENCIA
                       INVALID KEY
                           DISPLAY 'CLILGPD - ERRO AO REGRAVAR '
                               'PENDENCIA ' PEN-NUMERO
                   END-REWRITE
                   IF FS-CLIPEN-OK
                       ADD 1 TO WRK-MASC-APROVACAO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * O HISTORICO ACUMULATIVO E REGRAVADO NO LUGAR (OPEN I-O)
      ******************************************************************
       5400-MASCARAR-HISTORICO SECTION.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN I-O CLIHST.
           IF FS-CLIHST = '35'
               MOVE 'S' TO WRK-FIM-HISTORICO
           ELSE
               PERFORM 5410-MASCARAR-REG-HISTORICO
                   UNTIL WRK-FIM-HISTORICO-SIM
               CLOSE CLIHST
           END-IF.

       5410-MASCARAR-REG-HISTORICO SECTION.
           READ CLIHST
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.
           IF NOT WRK-FIM-HISTORICO-SIM
               MOVE HST-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 8510-PROCURAR-CODIGO
               IF WRK-ACHOU-SIM
                   MOVE WRK-TEXTO-ANONIMO TO HST-NOME
                   MOVE ALL '*' TO HST-END-LOGRADOURO
                   MOVE ALL '*' TO HST-END-NUMERO
                   MOVE ALL '*' TO HST-END-COMPLEMENTO
                   MOVE ALL '*' TO HST-END-CIDADE
                   MOVE ZEROS TO HST-END-CEP
                   MOVE ALL '*' TO HST-TELEFONE
                   REWRITE REG-HISTORICO
                   IF FS-CLIHST = '00'
                       ADD 1 TO WRK-MASC-HISTORICO
                   ELSE
                       DISPLAY 'CLILGPD - ERRO AO REGRAVAR HISTORICO: '
                           FS-CLIHST
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A AUDITORIA CORRENTE E REGRAVADA NO LUGAR, SO NOS EVENTOS DOS
      * CODIGOS DO TITULAR E SO NOS VALORES DE DADOS PESSOAIS
      ******************************************************************
       5500-MASCARAR-AUDITORIA SECTION.
           MOVE 'N' TO WRK-FIM-AUDITORIA.
           OPEN I-O CLIAUD.
           IF FS-CLIAUD = '35'
               MOVE 'S' TO WRK-FIM-AUDITORIA
           ELSE
               PERFORM 5510-MASCARAR-EVENTO-CORRENTE
                   UNTIL WRK-FIM-AUDITORIA-SIM
               CLOSE CLIAUD
           END-IF.

       5510-MASCARAR-EVENTO-CORRENTE SECTION.
           READ CLIAUD
               AT END
                   MOVE 'S' TO WRK-FIM-AUDITORIA
           END-READ.
           IF NOT WRK-FIM-AUDITORIA-SIM
               ADD 1 TO WRK-EVENTOS-LIDOS
               MOVE REG-AUDITORIA TO REG-EVENTO
               PERFORM 8600-MASCARAR-EVENTO
               IF WRK-EVENTO-MASCARADO-SIM
                   MOVE REG-EVENTO TO REG-AUDITORIA
                   REWRITE REG-AUDITORIA
                   IF FS-CLIAUD = '00'
                       ADD 1 TO WRK-MASC-EVENTOS
                   ELSE
                       DISPLAY 'CLILGPD - ERRO AO REGRAVAR AUDITORIA: '
                           FS-CLIAUD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ANONIMIZAR GERACAO SECTION - UMA GERACAO ARQUIVADA POR EXECUCAO
      * (O DD CLIAUDA NAO PODE SER UMA CONCATENACAO NESTA FUNCAO)
      ******************************************************************
       5600-ANONIMIZAR-GERACAO SECTION.
           MOVE 'N' TO WRK-FIM-ARQUIVADA.
           OPEN I-O CLIAUDA.
           IF FS-CLIAUDA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQUIVADA
               MOVE 'GERACAO ARQUIVADA INDISPONIVEL NO DD CLIAUDA'
                   TO WLR-TEXTO
               MOVE ZEROS TO WLR-CODIGO
               PERFORM 5900-IMPRIME-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5610-MASCARAR-EVENTO-ARQUIVADO
                   UNTIL WRK-FIM-ARQUIVADA-SIM
               CLOSE CLIAUDA
           END-IF.

       5610-MASCARAR-EVENTO-ARQUIVADO SECTION.
           READ CLIAUDA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVADA
           END-READ.
           IF NOT WRK-FIM-ARQUIVADA-SIM
               ADD 1 TO WRK-EVENTOS-LIDOS
               MOVE REG-AUD-ARQUIVADA TO REG-EVENTO
               PERFORM 8600-MASCARAR-EVENTO
               IF WRK-EVENTO-MASCARADO-SIM
                   MOVE REG-EVENTO TO REG-AUD-ARQUIVADA
                   REWRITE REG-AUD-ARQUIVADA
                   IF FS-CLIAUDA = '00'
                       ADD 1 TO WRK-MASC-EVENTOS
                   ELSE
                       DISPLAY 'CLILGPD - ERRO AO REGRAVAR GERACAO: '
                           FS-CLIAUDA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * TRILHA DA ANONIMIZACAO - UM EVENTO POR CODIGO, COM O OPERADOR
      * SUPERVISOR DO CARTAO COMO RESPONSAVEL
      ******************************************************************
       5700-AUDITAR-ANONIMIZACAO SECTION.
           OPEN EXTEND CLIAUD.
           IF FS-CLIAUD = '35'
               OPEN OUTPUT CLIAUD
               CLOSE CLIAUD
               OPEN EXTEND CLIAUD
           END-IF.
           PERFORM 5710-GRAVAR-EVENTO-ANONIMIZACAO
               VARYING IDX-COD FROM 1 BY 1
               UNTIL IDX-COD > WRK-QTD-CODIGOS.
           CLOSE CLIAUD.

       5710-GRAVAR-EVENTO-ANONIMIZACAO SECTION.
           MOVE WRK-COD-CODIGO (IDX-COD) TO AUD-CODIGO.
           MOVE 'A' TO AUD-OPERACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'ANONIMIZACAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANTIGO.
           MOVE 'DADOS PESSOAIS ELIMINADOS (LGPD)' TO AUD-VALOR-NOVO.
           MOVE PRM-OPERADOR TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.
           IF FS-CLIAUD NOT = '00'
               DISPLAY 'CLILGPD - ERRO AO GRAVAR AUDITORIA: ' FS-CLIAUD
           END-IF.

       5800-TOTAIS-ANONIMIZACAO SECTION.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE 'CODIGOS LIGADOS AO DOCUMENTO......:' TO WLT-TEXTO.
           MOVE WRK-QTD-CODIGOS TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           IF PRM-FUNCAO-ANONIMIZAR
               MOVE 'CLIENTES ANONIMIZADOS NO MESTRE...:' TO WLT-TEXTO
               MOVE WRK-MASC-MESTRE TO WLT-QUANTIDADE
               PERFORM 8910-IMPRIME-TOTAL
               MOVE 'GRAVACOES RECUSADAS (CONFLITO)....:' TO WLT-TEXTO
               MOVE WRK-QTD-CONFLITOS TO WLT-QUANTIDADE
               PERFORM 8910-IMPRIME-TOTAL
               MOVE 'CONTATOS ANONIMIZADOS.............:' TO WLT-TEXTO
               MOVE WRK-MASC-CONTATOS TO WLT-QUANTIDADE
               PERFORM 8910-IMPRIME-TOTAL
               MOVE 'PENDENCIAS DE APROVACAO ANONIMIZ..:' TO WLT-TEXTO
               MOVE WRK-MASC-APROVACAO TO WLT-QUANTIDADE
               PERFORM 8910-IMPRIME-TOTAL
               MOVE 'REGISTROS DO HISTORICO ANONIMIZ...:' TO WLT-TEXTO
               MOVE WRK-MASC-HISTORICO TO WLT-QUANTIDADE
               PERFORM 8910-IMPRIME-TOTAL
           END-IF.
           MOVE 'EVENTOS DE AUDITORIA LIDOS........:' TO WLT-TEXTO.
           MOVE WRK-EVENTOS-LIDOS TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.
           MOVE 'EVENTOS DE AUDITORIA MASCARADOS...:' TO WLT-TEXTO.
           MOVE WRK-MASC-EVENTOS TO WLT-QUANTIDADE.
           PERFORM 8910-IMPRIME-TOTAL.

       5900-IMPRIME-RESULTADO SECTION.
           MOVE WRK-LINHA-RESULTADO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           DISPLAY 'CLILGPD - ' WLR-TEXTO ' ' WLR-CODIGO.

      ******************************************************************
      * VARRER AUDITORIA SECTION - GERACOES ARQUIVADAS (CLIAUDA) E
      * DEPOIS O CORRENTE (CLIAUD), NA ORDEM CRONOLOGICA
      ******************************************************************
       7000-VARRER-AUDITORIA SECTION.
           MOVE 'N' TO WRK-FIM-ARQUIVADA.
           OPEN INPUT CLIAUDA.
           IF FS-CLIAUDA = '35'
               MOVE 'S' TO WRK-FIM-ARQUIVADA
           ELSE
               PERFORM 7010-LER-ARQUIVADA UNTIL WRK-FIM-ARQUIVADA-SIM
               CLOSE CLIAUDA
           END-IF.

           MOVE 'N' TO WRK-FIM-AUDITORIA.
           OPEN INPUT CLIAUD.
           IF FS-CLIAUD = '35'
               MOVE 'S' TO WRK-FIM-AUDITORIA
           ELSE
               PERFORM 7020-LER-CORRENTE UNTIL WRK-FIM-AUDITORIA-SIM
               CLOSE CLIAUD
           END-IF.

       7010-LER-ARQUIVADA SECTION.
           READ CLIAUDA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVADA
           END-READ.
           IF NOT WRK-FIM-ARQUIVADA-SIM
               MOVE REG-AUD-ARQUIVADA TO REG-EVENTO
               PERFORM 7100-TRATAR-EVENTO
           END-IF.

       7020-LER-CORRENTE SECTION.
           READ CLIAUD
               AT END
                   MOVE 'S' TO WRK-FIM-AUDITORIA
           END-READ.
           IF NOT WRK-FIM-AUDITORIA-SIM
               MOVE REG-AUDITORIA TO REG-EVENTO
               PERFORM 7100-TRATAR-EVENTO
           END-IF.

      ******************************************************************
      * NA COLETA, UM CODIGO QUE JA TEVE O DOCUMENTO DO TITULAR (TROCA
      * DE DOCUMENTO REGISTRADA NA AUDITORIA) ENTRA NA TABELA. NA
      * LISTAGEM, IMPRIME OS EVENTOS DOS CODIGOS DA TABELA.
      ******************************************************************
       7100-TRATAR-EVENTO SECTION.
           IF WRK-FASE-COLETA
               IF EVT-CAMPO = 'DOCUMENTO'
                   IF EVT-VALOR-ANTIGO (1 : 14) = WRK-DOC-ALFA
                           OR EVT-VALOR-NOVO (1 : 14) = WRK-DOC-ALFA
                       MOVE EVT-CODIGO TO WRK-CODIGO-BUSCA
                       PERFORM 8500-INCLUIR-CODIGO
                   END-IF
               END-IF
           ELSE
               MOVE EVT-CODIGO TO WRK-CODIGO-BUSCA
               PERFORM 8510-PROCURAR-CODIGO
               IF WRK-ACHOU-SIM
                   PERFORM 7110-IMPRIME-EVENTO
               END-IF
           END-IF.

       7110-IMPRIME-EVENTO SECTION.
           MOVE EVT-CODIGO TO WLV-CODIGO.
           MOVE EVT-DATA TO WLV-DATA.
           MOVE EVT-HORA TO WLV-HORA.
           MOVE EVT-OPERACAO TO WLV-OPERACAO.
           MOVE EVT-CAMPO TO WLV-CAMPO.
           MOVE EVT-VALOR-ANTIGO TO WLV-VALOR-ANT.
           MOVE EVT-VALOR-NOVO TO WLV-VALOR-NOVO.
           MOVE EVT-OPERADOR TO WLV-OPERADOR.
           MOVE WRK-LINHA-EVENTO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           ADD 1 TO WRK-QTD-EVENTOS.

      ******************************************************************
      * CABECALHO SECTION
      ******************************************************************
       8000-CABECALHO SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DT-DIA TO WRK-DRE-DIA.
           MOVE WRK-DT-MES TO WRK-DRE-MES.
           MOVE WRK-DT-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WCH-DATA.
           MOVE PRM-DOC-NUMERO TO WCH-DOCUMENTO.
           MOVE WRK-PAGINA TO WCH-PAGINA.

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

       8100-IMPRIME-SECAO SECTION.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.
           MOVE WRK-LINHA-SECAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

      ******************************************************************
      * TABELA DE CODIGOS DO TITULAR - INCLUSAO SEM REPETICAO E BUSCA
      ******************************************************************
       8500-INCLUIR-CODIGO SECTION.
           PERFORM 8510-PROCURAR-CODIGO.
           IF NOT WRK-ACHOU-SIM
               IF WRK-QTD-CODIGOS < 50
                   ADD 1 TO WRK-QTD-CODIGOS
                   SET IDX-COD TO WRK-QTD-CODIGOS
                   MOVE WRK-CODIGO-BUSCA TO WRK-COD-CODIGO (IDX-COD)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           END-IF.

       8510-PROCURAR-CODIGO SECTION.
           MOVE 'N' TO WRK-ACHOU.
           SET IDX-COD TO 1.
           SEARCH WRK-COD-ENT
               AT END
                   MOVE 'N' TO WRK-ACHOU
               WHEN IDX-COD > WRK-QTD-CODIGOS
                   MOVE 'N' TO WRK-ACHOU
               WHEN WRK-COD-CODIGO (IDX-COD) = WRK-CODIGO-BUSCA
                   MOVE 'S' TO WRK-ACHOU
           END-SEARCH.

      ******************************************************************
      * MASCARAR EVENTO SECTION - SUBSTITUI OS VALORES DE DADOS
      * PESSOAIS DO EVENTO EM REG-EVENTO, SE FOR DE UM CODIGO DO
      * TITULAR. STATUS, SITUACAO DE FATURAMENTO, DOCUMENTO, CODIGOS
      * DE FUSAO E OPERADORES NAO SAO DADOS A ELIMINAR E FICAM.
      ******************************************************************
       8600-MASCARAR-EVENTO SECTION.
           MOVE 'N' TO WRK-EVENTO-MASCARADO.
           MOVE EVT-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 8510-PROCURAR-CODIGO.
           IF WRK-ACHOU-SIM
               EVALUATE EVT-CAMPO
                   WHEN 'NOME'
                   WHEN 'LOGRADOURO'
                   WHEN 'NUMERO'
                   WHEN 'COMPLEMENTO'
                   WHEN 'CIDADE'
                   WHEN 'CEP'
                   WHEN 'TELEFONE'
                   WHEN 'REGISTRO'
                   WHEN 'CONTATO-INCL'
                   WHEN 'CONTATO-ALT'
                       PERFORM 8610-MASCARAR-VALOR-ANTIGO
                       PERFORM 8620-MASCARAR-VALOR-NOVO
                   WHEN 'CONTATO-EXCL'
                   WHEN 'FUSAO-PARA'
                       PERFORM 8610-MASCARAR-VALOR-ANTIGO
                   WHEN 'RESTAURACAO'
                   WHEN 'FUSAO-DE'
                       PERFORM 8620-MASCARAR-VALOR-NOVO
                   WHEN 'CONTATO-DADOS'
                       PERFORM 8630-MASCARAR-DADOS-CONTATO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       8610-MASCARAR-VALOR-ANTIGO SECTION.
           IF EVT-VALOR-ANTIGO NOT = SPACES
                   AND EVT-VALOR-ANTIGO NOT = WRK-TEXTO-ANONIMO
               MOVE WRK-TEXTO-ANONIMO TO EVT-VALOR-ANTIGO
               MOVE 'S' TO WRK-EVENTO-MASCARADO
           END-IF.

       8620-MASCARAR-VALOR-NOVO SECTION.
           IF EVT-VALOR-NOVO NOT = SPACES
                   AND EVT-VALOR-NOVO NOT = WRK-TEXTO-ANONIMO
               MOVE WRK-TEXTO-ANONIMO TO EVT-VALOR-NOVO
               MOVE 'S' TO WRK-EVENTO-MASCARADO
           END-IF.

      ******************************************************************
      * NA LINHA CONTATO-DADOS (VER CLIAUDW) SO O NOME E DADO PESSOAL -
      * SEQUENCIA E TIPO FICAM PARA A RECUPERACAO (CLIRCV)
      ******************************************************************
       8630-MASCARAR-DADOS-CONTATO SECTION.
           IF EVT-VALOR-ANTIGO (7 : 34) NOT = SPACES
                   AND EVT-VALOR-ANTIGO (7 : 34) NOT = WRK-TEXTO-ANONIMO
               MOVE WRK-TEXTO-ANONIMO TO EVT-VALOR-ANTIGO (7 : 34)
               MOVE 'S' TO WRK-EVENTO-MASCARADO
           END-IF.
           IF EVT-VALOR-NOVO (7 : 34) NOT = SPACES
                   AND EVT-VALOR-NOVO (7 : 34) NOT = WRK-TEXTO-ANONIMO
               MOVE WRK-TEXTO-ANONIMO TO EVT-VALOR-NOVO (7 : 34)
               MOVE 'S' TO WRK-EVENTO-MASCARADO
           END-IF.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

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

       8910-IMPRIME-TOTAL SECTION.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8900-IMPRIME-LINHA.

      ******************************************************************
      * ENCERRAR SECTION
      ******************************************************************
       9000-ENCERRAR SECTION.
           IF WRK-ARQUIVOS-ABERTOS-SIM
               CLOSE CLIARQ
               CLOSE CLICTT
               CLOSE CLICOBS
               CLOSE CLIPEN
               CLOSE CLIOPE
           END-IF.
           CLOSE CLILGPL.

           DISPLAY 'CLILGPD - CODIGOS DO TITULAR   : ' WRK-QTD-CODIGOS.
           DISPLAY 'CLILGPD - EVENTOS MASCARADOS   : ' WRK-MASC-EVENTOS.
           DISPLAY 'CLILGPD - GRAVACOES RECUSADAS  : '
               WRK-QTD-CONFLITOS.
