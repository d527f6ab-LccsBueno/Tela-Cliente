       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIRFR.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: APLICACAO DA RESPOSTA DO SERVICO EXTERNO DE SITUACAO
      *           CADASTRAL (RECEITA FEDERAL) AOS PEDIDOS DO CLIRFE.
      *           GRAVA A SITUACAO E A DATA DA CONSULTA NO CLIENTE,
      *           LISTA OS CLIENTES COM SITUACAO NAO REGULAR E AS
      *           DIVERGENCIAS DA RESPOSTA, E COLOCA NA FILA DE
      *           APROVACAO DO SUPERVISOR (CLIPEN TIPO 'R') O CLIENTE
      *           ATIVO COM DOCUMENTO BAIXADO, CANCELADO OU NULO - A
      *           APROVACAO NA OPCAO 9 INATIVA O CLIENTE.
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * A RESPOSTA DEVE COMECAR COM O CABECALHO 'H' E TERMINAR COM O
      * RODAPE 'T' COM A QUANTIDADE DE DETALHES; SENAO E RECUSADA COM
      * RETURN-CODE 8 SEM TOCAR O MESTRE. DETALHE DE CLIENTE QUE TROCOU
      * DE DOCUMENTO DEPOIS DO PEDIDO, OU MAIS ANTIGO QUE A CONSULTA JA
      * GRAVADA, NAO E APLICADO E SAI COMO DIVERGENCIA. O CLIENTE QUE
      * JA TEM REVISAO DA RECEITA EM ABERTO NAO GANHA OUTRA.
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      * 2026-10-15  LBL  AUDITA TAMBEM A NOVA DATA DE CONSULTA COM A
      *                  SITUACAO INALTERADA (RECUPERACAO PELO CLIRCV)
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

               SELECT CLIRFRD ASSIGN TO 'CLIRFRD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIRFRD.

               SELECT CLIPEN ASSIGN TO 'CLIPEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-NUMERO
                   ALTERNATE RECORD KEY IS PEN-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-CLIPEN.

               SELECT CLICTL ASSIGN TO 'CLICTL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTL-CHAVE
                   FILE STATUS IS FS-CLICTL.

               SELECT CLIAUD ASSIGN TO 'CLIAUD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIAUD.

               SELECT CLIRFRL ASSIGN TO 'CLIRFRL'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIRFRL.

       DATA DIVISION.
           FILE SECTION.
           FD  CLIARQ
               LABEL RECORDS ARE STANDARD.
               COPY CLIREG.

           FD  CLIRFRD
               LABEL RECORDS ARE STANDARD.
               COPY CLIRFRD.

           FD  CLIPEN
               LABEL RECORDS ARE STANDARD.
               COPY CLIPEN.

           FD  CLICTL
               LABEL RECORDS ARE STANDARD.
               COPY CLICTL.

           FD  CLIAUD
               LABEL RECORDS ARE STANDARD.
               COPY CLIAUD.

           FD  CLIRFRL
               LABEL RECORDS ARE STANDARD.
           01  REG-RELATORIO               PIC X(132).

           WORKING-STORAGE SECTION.

      * STATUS '02' = REGRAVACAO OK COM CHAVE ALTERNADA DUPLICADA
      * (DOCUMENTO REPETIDO EM CLIENTE INATIVO) - SUCESSO
           77  FS-CLIARQ        PIC X(02).
               88  FS-CLIARQ-OK             VALUE '00' '02'.
           77  FS-CLIRFRD       PIC X(02).
      * STATUS '02' = LEITURA OK COM MAIS PENDENCIAS DO MESMO CLIENTE
           77  FS-CLIPEN        PIC X(02).
               88  FS-CLIPEN-OK             VALUE '00' '02'.
           77  FS-CLICTL        PIC X(02).
           77  FS-CLIAUD        PIC X(02).
           77  FS-CLIRFRL       PIC X(02).

           77  WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ARQUIVO-SIM    VALUE 'S'.

           77  WRK-FIM-CONFERENCIA PIC X(01) VALUE 'N'.
               88  WRK-FIM-CONFERENCIA-SIM VALUE 'S'.

           77  WRK-ARQUIVO-OK   PIC X(01) VALUE 'N'.
               88  WRK-ARQUIVO-OK-SIM     VALUE 'S'.

           77  WRK-TEM-CABECALHO PIC X(01) VALUE 'N'.
               88  WRK-TEM-CABECALHO-SIM  VALUE 'S'.

           77  WRK-TEM-RODAPE   PIC X(01) VALUE 'N'.
               88  WRK-TEM-RODAPE-SIM     VALUE 'S'.

           77  WRK-MAL-FORMADO  PIC X(01) VALUE 'N'.
               88  WRK-MAL-FORMADO-SIM    VALUE 'S'.

           77  WRK-ACHOU        PIC X(01).
               88  WRK-ACHOU-SIM          VALUE 'S'.

           77  WRK-PEN-EXISTE   PIC X(01).
               88  WRK-PEN-EXISTE-SIM     VALUE 'S'.

           77  WRK-CTL-EXISTE   PIC X(01).
               88  WRK-CTL-EXISTE-SIM     VALUE 'S'.

      ******************************************************************
      * CONTROLE DA RESPOSTA - DATA DO CABECALHO E QUANTIDADES
      * CONFERIDAS ANTES DA APLICACAO
      ******************************************************************
           77  WRK-DATA-GERACAO    PIC 9(08) VALUE 0.
           77  WRK-QTD-DETALHES    PIC 9(09) COMP VALUE 0.
           77  WRK-QTD-INFORMADA   PIC 9(09) VALUE 0.

           77  WRK-TOTAL-LIDOS        PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ATUALIZADOS  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-REGULARES    PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-IRREGULARES  PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-ENCERRADOS   PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-REVISAO      PIC 9(06) COMP VALUE 0.
           77  WRK-TOTAL-DIVERGENTES  PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CONFERENCIA DO CARIMBO DE ULTIMA GRAVACAO - VER CLICARW/CLICARP
      ******************************************************************
           COPY CLICARW.

      ******************************************************************
      * SITUACAO ANTERIOR DO CLIENTE E VALOR GRAVADO NA TRILHA DE
      * AUDITORIA ('X AAAAMMDD' - SITUACAO E DATA DA CONSULTA)
      ******************************************************************
           77  WRK-DATA-CONSULTA   PIC 9(08) VALUE 0.
           77  WRK-PROXIMA-PENDENCIA PIC 9(06) VALUE 0.

           01  WRK-RECEITA-ANTERIOR.
               05  WRA-SITUACAO    PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WRA-DATA        PIC X(08).

           01  WRK-RECEITA-NOVA.
               05  WRN-SITUACAO    PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WRN-DATA        PIC 9(08).

      ******************************************************************
      * DATA E HORA DO SISTEMA
      ******************************************************************
           01  WRK-DATA-SISTEMA.
               05  WRK-DT-ANO      PIC 9(04).
               05  WRK-DT-MES      PIC 9(02).
               05  WRK-DT-DIA      PIC 9(02).
           01  WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA
                                   PIC 9(08).

           01  WRK-DATA-REL-ED.
               05  WRK-DRE-DIA     PIC 99.
               05  FILLER          PIC X VALUE '/'.
               05  WRK-DRE-MES     PIC 99.
               05  FILLER          PIC X VALUE '/'.
               05  WRK-DRE-ANO     PIC 9999.

      ******************************************************************
      * AREAS DE IMPRESSAO DO RELATORIO DE SITUACAO CADASTRAL
      ******************************************************************
           77  WRK-PAGINA          PIC 9(04) COMP VALUE 1.
           77  WRK-LINHAS          PIC 9(04) COMP VALUE 0.

           01  WRK-LINHA-CABECALHO.
               05  FILLER          PIC X(38) VALUE
                   'SITUACAO CADASTRAL NA RECEITA FEDERAL '.
               05  FILLER          PIC X(05) VALUE 'DATA:'.
               05  WCH-DATA        PIC X(10).
               05  FILLER          PIC X(05) VALUE SPACES.
               05  FILLER          PIC X(06) VALUE 'PAG.: '.
               05  WCH-PAGINA      PIC ZZZ9.

           01  WRK-LINHA-COLUNAS.
               05  FILLER          PIC X(08) VALUE 'CODIGO'.
               05  FILLER          PIC X(16) VALUE 'DOCUMENTO'.
               05  FILLER          PIC X(25) VALUE 'SITUACAO'.
               05  FILLER          PIC X(10) VALUE 'DESDE'.
               05  FILLER          PIC X(32) VALUE 'NOME'.
               05  FILLER          PIC X(34) VALUE 'OCORRENCIA'.

           01  WRK-LINHA-DETALHE.
               05  WLD-CODIGO      PIC ZZZZZ9.
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-DOCUMENTO   PIC 9(14).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-SITUACAO    PIC X(01).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLD-DESCRICAO   PIC X(23).
               05  WLD-DATA        PIC 9(08).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-NOME        PIC X(30).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLD-OCORRENCIA  PIC X(34).

           01  WRK-OCORRENCIA-REVISAO.
               05  FILLER          PIC X(26) VALUE
                   'ENVIADO A REVISAO - PEND. '.
               05  WOR-NUMERO      PIC 9(06).

           01  WRK-LINHA-TOTAL1.
               05  FILLER          PIC X(28) VALUE
                   'RESPOSTAS LIDAS..........:'.
               05  WLT-LIDOS       PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL2.
               05  FILLER          PIC X(28) VALUE
                   'CLIENTES ATUALIZADOS.....:'.
               05  WLT-ATUALIZADOS PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL3.
               05  FILLER          PIC X(28) VALUE
                   'SITUACAO REGULAR.........:'.
               05  WLT-REGULARES   PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL4.
               05  FILLER          PIC X(28) VALUE
                   'SITUACAO NAO REGULAR.....:'.
               05  WLT-IRREGULARES PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL5.
               05  FILLER          PIC X(28) VALUE
                   'BAIXADOS/CANCELADOS/NULOS:'.
               05  WLT-ENCERRADOS  PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL6.
               05  FILLER          PIC X(28) VALUE
                   'ENVIADOS A REVISAO.......:'.
               05  WLT-REVISAO     PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL7.
               05  FILLER          PIC X(28) VALUE
                   'RESPOSTAS DIVERGENTES....:'.
               05  WLT-DIVERGENTES PIC ZZZZZ9.

           01  WRK-LINHA-TOTAL8.
               05  FILLER          PIC X(28) VALUE
                   'GRAVACOES RECUSADAS......:'.
               05  WLT-CONFLITOS   PIC ZZZZZ9.

           01  WRK-LINHA-MENSAGEM.
               05  WLM-TEXTO       PIC X(60).
               05  WLM-DATA        PIC 9(08).

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR-RESPOSTA
               UNTIL WRK-FIM-ARQUIVO-SIM.
           PERFORM 3000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION - ABERTURAS E CONFERENCIA DOS CONTROLES DA
      * RESPOSTA ANTES DE QUALQUER TOQUE NO MESTRE
      ******************************************************************
       1000-INICIAR SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN I-O CLIARQ.
           OPEN INPUT CLIRFRD.
           IF FS-CLIRFRD = '35'
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           OPEN I-O CLIPEN.
           IF FS-CLIPEN = '35'
               OPEN OUTPUT CLIPEN
               CLOSE CLIPEN
               OPEN I-O CLIPEN
           END-IF.
           OPEN I-O CLICTL.
           IF FS-CLICTL = '35'
               OPEN OUTPUT CLICTL
               CLOSE CLICTL
               OPEN I-O CLICTL
           END-IF.
           OPEN EXTEND CLIAUD.
           IF FS-CLIAUD = '35'
               OPEN OUTPUT CLIAUD
               CLOSE CLIAUD
               OPEN EXTEND CLIAUD
           END-IF.
           OPEN OUTPUT CLIRFRL.
           PERFORM 4000-CABECALHO.

           IF NOT WRK-FIM-ARQUIVO-SIM
               PERFORM 1100-CONFERIR-CONTROLES
               IF WRK-ARQUIVO-OK-SIM
      * RELE O ARQUIVO DO INICIO PARA A APLICACAO
                   CLOSE CLIRFRD
                   OPEN INPUT CLIRFRD
               ELSE
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'RESPOSTA DA RECEITA INEXISTENTE - NADA APLICADO'
                   TO WLM-TEXTO
               MOVE ZEROS TO WLM-DATA
               PERFORM 1130-IMPRIME-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * CONFERIR CONTROLES SECTION - O ARQUIVO DEVE COMECAR COM O
      * CABECALHO 'H', TERMINAR COM O RODAPE 'T' E A QUANTIDADE DE
      * DETALHES DEVE BATER COM O RODAPE
      ******************************************************************
       1100-CONFERIR-CONTROLES SECTION.
           PERFORM 1110-CONFERIR-REGISTRO
               UNTIL WRK-FIM-CONFERENCIA-SIM.

           EVALUATE TRUE
               WHEN WRK-MAL-FORMADO-SIM
                   MOVE 'RESPOSTA MAL FORMADA - ARQUIVO RECUSADO'
                       TO WLM-TEXTO
                   MOVE WRK-DATA-GERACAO TO WLM-DATA
                   PERFORM 1130-IMPRIME-MENSAGEM
               WHEN NOT WRK-TEM-CABECALHO-SIM
                   MOVE 'RESPOSTA SEM CABECALHO - ARQUIVO RECUSADO'
                       TO WLM-TEXTO
                   MOVE ZEROS TO WLM-DATA
                   PERFORM 1130-IMPRIME-MENSAGEM
               WHEN NOT WRK-TEM-RODAPE-SIM
                   MOVE 'RESPOSTA SEM RODAPE (TRUNCADA) - RECUSADA'
                       TO WLM-TEXTO
                   MOVE WRK-DATA-GERACAO TO WLM-DATA
                   PERFORM 1130-IMPRIME-MENSAGEM
               WHEN WRK-QTD-DETALHES NOT = WRK-QTD-INFORMADA
                   MOVE 'QUANTIDADE NAO BATE COM O RODAPE - RECUSADA'
                       TO WLM-TEXTO
                   MOVE WRK-DATA-GERACAO TO WLM-DATA
                   PERFORM 1130-IMPRIME-MENSAGEM
               WHEN OTHER
                   MOVE 'S' TO WRK-ARQUIVO-OK
           END-EVALUATE.

       1110-CONFERIR-REGISTRO SECTION.
           READ CLIRFRD
               AT END
                   MOVE 'S' TO WRK-FIM-CONFERENCIA
           END-READ.

           IF NOT WRK-FIM-CONFERENCIA-SIM
               EVALUATE TRUE
      * QUALQUER REGISTRO APOS O RODAPE (DUAS RESPOSTAS CONCATENADAS)
      * TORNA O ARQUIVO MAL FORMADO
                   WHEN WRK-TEM-RODAPE-SIM
                       MOVE 'S' TO WRK-MAL-FORMADO
                       MOVE 'S' TO WRK-FIM-CONFERENCIA
                   WHEN RFR-TIPO-CABECALHO
                       IF WRK-QTD-DETALHES = ZEROS
                           MOVE 'S' TO WRK-TEM-CABECALHO
                           IF RSH-DATA-GERACAO NUMERIC
                               MOVE RSH-DATA-GERACAO
                                   TO WRK-DATA-GERACAO
                           END-IF
                       END-IF
                   WHEN RFR-TIPO-RODAPE
                       MOVE 'S' TO WRK-TEM-RODAPE
                       IF RST-TOTAL-DETALHES NUMERIC
                           MOVE RST-TOTAL-DETALHES
                               TO WRK-QTD-INFORMADA
                       END-IF
                   WHEN RFR-TIPO-DETALHE
                       ADD 1 TO WRK-QTD-DETALHES
                   WHEN OTHER
      * TIPO DESCONHECIDO - ARQUIVO MAL FORMADO E RECUSADO
                       MOVE 'S' TO WRK-MAL-FORMADO
                       MOVE 'S' TO WRK-FIM-CONFERENCIA
               END-EVALUATE
           END-IF.

       1130-IMPRIME-MENSAGEM SECTION.
           MOVE WRK-LINHA-MENSAGEM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.
           DISPLAY 'CLIRFR - ' WLM-TEXTO ' ' WLM-DATA.

      ******************************************************************
      * PROCESSAR RESPOSTA SECTION - UM DETALHE POR VEZ; CABECALHO E
      * RODAPE JA CONFERIDOS SAO APENAS SALTADOS
      ******************************************************************
       2000-PROCESSAR-RESPOSTA SECTION.
           READ CLIRFRD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           IF NOT WRK-FIM-ARQUIVO-SIM
               EVALUATE TRUE
                   WHEN RFR-TIPO-DETALHE
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM 2010-CONFERIR-DETALHE
                   WHEN RFR-TIPO-RODAPE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * CONFERIR DETALHE SECTION - SITUACAO VALIDA, CLIENTE EXISTENTE
      * COM O MESMO DOCUMENTO DO PEDIDO E CONSULTA NAO MAIS ANTIGA QUE
      * A JA GRAVADA NO CLIENTE
      ******************************************************************
       2010-CONFERIR-DETALHE SECTION.
           MOVE SPACES TO WLD-NOME.
           MOVE RFR-DATA-CONSULTA TO WRK-DATA-CONSULTA.
           IF RFR-DATA-CONSULTA NOT NUMERIC
               MOVE WRK-DATA-SISTEMA-N TO WRK-DATA-CONSULTA
           ELSE
               IF RFR-DATA-CONSULTA = ZEROS
                   MOVE WRK-DATA-SISTEMA-N TO WRK-DATA-CONSULTA
               END-IF
           END-IF.

           IF NOT RFR-SIT-VALIDA
               MOVE 'SITUACAO DE RESPOSTA INVALIDA' TO WLD-OCORRENCIA
               PERFORM 2030-IMPRIME-DIVERGENCIA
           ELSE
               MOVE RFR-CODIGO TO CLI-CODIGO
               READ CLIARQ
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       PERFORM 8080-GUARDAR-CARIMBO
               END-READ
               IF NOT WRK-ACHOU-SIM
                   MOVE 'CLIENTE INEXISTENTE' TO WLD-OCORRENCIA
                   PERFORM 2030-IMPRIME-DIVERGENCIA
               ELSE
                   MOVE CLI-NOME TO WLD-NOME
                   PERFORM 2015-CONFERIR-CLIENTE
               END-IF
           END-IF.

       2015-CONFERIR-CLIENTE SECTION.
           IF CLI-DOC-NUMERO NOT = RFR-DOC-NUMERO
               MOVE 'DOCUMENTO ALTERADO APOS A CONSULTA'
                   TO WLD-OCORRENCIA
               PERFORM 2030-IMPRIME-DIVERGENCIA
           ELSE
      * REGISTROS GRAVADOS ANTES DA SITUACAO CADASTRAL TEM BRANCOS
      * NA DATA DA CONSULTA
               IF CLI-DATA-RECEITA NOT NUMERIC
                   PERFORM 2020-GRAVAR-SITUACAO
               ELSE
                   IF CLI-DATA-RECEITA > WRK-DATA-CONSULTA
                       MOVE 'CONSULTA MAIS ANTIGA QUE A GRAVADA'
                           TO WLD-OCORRENCIA
                       PERFORM 2030-IMPRIME-DIVERGENCIA
                   ELSE
                       PERFORM 2020-GRAVAR-SITUACAO
                   END-IF
               END-IF
           END-IF.

       2020-GRAVAR-SITUACAO SECTION.
           MOVE CLI-SIT-RECEITA TO WRA-SITUACAO.
           MOVE CLI-DATA-RECEITA TO WRA-DATA.
           MOVE RFR-SITUACAO TO WRN-SITUACAO.
           MOVE WRK-DATA-CONSULTA TO WRN-DATA.
           MOVE RFR-SITUACAO TO CLI-SIT-RECEITA.
           MOVE WRK-DATA-CONSULTA TO CLI-DATA-RECEITA.
      * CLIENTE GRAVADO POR OUTRO PROGRAMA OU OPERADOR DESDE A LEITURA
      * NAO E SOBREPOSTO - A RECUSA SAI NO RELATORIO
           PERFORM 8081-CONFERIR-CARIMBO.
           IF WRK-CONFLITO-SIM
               MOVE 'GRAVACAO RECUSADA - CONFLITO' TO WLD-OCORRENCIA
               PERFORM 2030-IMPRIME-DIVERGENCIA
           ELSE
               PERFORM 2025-REGRAVAR-CLIENTE
           END-IF.

       2025-REGRAVAR-CLIENTE SECTION.
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO DO CLIENTE'
                       TO WLD-OCORRENCIA
                   PERFORM 2030-IMPRIME-DIVERGENCIA
           END-REWRITE.
           IF FS-CLIARQ-OK
               ADD 1 TO WRK-TOTAL-ATUALIZADOS
      * A NOVA DATA DE CONSULTA TAMBEM E AUDITADA, MESMO COM A
      * SITUACAO INALTERADA, PARA A RECUPERACAO REFAZER O CADASTRO
               IF WRK-RECEITA-ANTERIOR NOT = WRK-RECEITA-NOVA
                   PERFORM 2040-AUDITAR-SITUACAO
               END-IF
               IF RFR-SIT-REGULAR
                   ADD 1 TO WRK-TOTAL-REGULARES
               ELSE
                   PERFORM 2050-TRATAR-IRREGULAR
               END-IF
           ELSE
      * FALHA DE E/S SEM CONDICAO DE CHAVE INVALIDA (STATUS 2X JA
      * APONTADO PELO INVALID KEY) - REGISTRA PARA FECHAR OS TOTAIS
               IF FS-CLIARQ (1 : 1) NOT = '2'
                   MOVE 'ERRO DE E/S NA REGRAVACAO' TO WLD-OCORRENCIA
                   PERFORM 2030-IMPRIME-DIVERGENCIA
               END-IF
           END-IF.

       2030-IMPRIME-DIVERGENCIA SECTION.
           ADD 1 TO WRK-TOTAL-DIVERGENTES.
           PERFORM 2090-IMPRIME-DETALHE.

      ******************************************************************
      * TRILHA DE AUDITORIA DA SITUACAO CADASTRAL - SITUACAO E DATA DA
      * CONSULTA NO MESMO VALOR, PARA A RECUPERACAO (CLIRCV)
      ******************************************************************
       2040-AUDITAR-SITUACAO SECTION.
           MOVE CLI-CODIGO TO AUD-CODIGO.
           MOVE 'A' TO AUD-OPERACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'SIT-RECEITA' TO AUD-CAMPO.
           MOVE WRK-RECEITA-ANTERIOR TO AUD-VALOR-ANTIGO.
           MOVE WRK-RECEITA-NOVA TO AUD-VALOR-NOVO.
           MOVE 'CLIRFR' TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.
           IF FS-CLIAUD NOT = '00'
               DISPLAY 'CLIRFR - ERRO AO GRAVAR AUDITORIA: ' FS-CLIAUD
           END-IF.

      ******************************************************************
      * TRATAR IRREGULAR SECTION - LISTA O CLIENTE; O ATIVO COM
      * DOCUMENTO BAIXADO, CANCELADO OU NULO VAI PARA A REVISAO DO
      * SUPERVISOR, COMO UMA EXCLUSAO A APROVAR
      ******************************************************************
       2050-TRATAR-IRREGULAR SECTION.
           ADD 1 TO WRK-TOTAL-IRREGULARES.
           MOVE SPACES TO WLD-OCORRENCIA.
           IF RFR-SIT-ENCERRADA
               ADD 1 TO WRK-TOTAL-ENCERRADOS
               IF CLI-STATUS-ATIVO
                   PERFORM 2060-ENFILEIRAR-REVISAO
               ELSE
                   MOVE 'CLIENTE JA INATIVO' TO WLD-OCORRENCIA
               END-IF
           END-IF.
           PERFORM 2090-IMPRIME-DETALHE.

       2060-ENFILEIRAR-REVISAO SECTION.
           PERFORM 2070-PROCURAR-REVISAO.
           IF WRK-PEN-EXISTE-SIM
               MOVE 'REVISAO JA PENDENTE' TO WLD-OCORRENCIA
           ELSE
               PERFORM 2080-PROXIMA-PENDENCIA
               IF FS-CLICTL NOT = '00'
                   MOVE 'ERRO NO CONTROLE - SEM REVISAO'
                       TO WLD-OCORRENCIA
               ELSE
                   PERFORM 2065-GRAVAR-REVISAO
               END-IF
           END-IF.

       2065-GRAVAR-REVISAO SECTION.
           MOVE SPACES TO REG-PENDENCIA.
           MOVE WRK-PROXIMA-PENDENCIA TO PEN-NUMERO.
           MOVE CLI-CODIGO TO PEN-CLIENTE.
           MOVE 'R' TO PEN-TIPO.
           MOVE 'P' TO PEN-SITUACAO.
           MOVE 'CLIRFR' TO PEN-SOLICITANTE.
           ACCEPT PEN-DATA-SOLIC FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA-SOLIC FROM TIME.
           MOVE CLI-NOME TO PEN-NOME-ANT.
           MOVE CLI-DOC-NUMERO TO PEN-DOC-NUMERO-ANT.
           MOVE CLI-DOC-TIPO TO PEN-DOC-TIPO-ANT.
           MOVE CLI-NOME TO PEN-NOME-NOVO.
           MOVE CLI-DOC-NUMERO TO PEN-DOC-NUMERO-NOVO.
           MOVE CLI-DOC-TIPO TO PEN-DOC-TIPO-NOVO.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           MOVE ZEROS TO PEN-HORA-DECISAO.
           MOVE RFR-SITUACAO TO PEN-SIT-RECEITA.
           MOVE WRK-DATA-CONSULTA TO PEN-DATA-RECEITA.
           WRITE REG-PENDENCIA
               INVALID KEY
                   MOVE 'ERRO AO GRAVAR A REVISAO' TO WLD-OCORRENCIA
           END-WRITE.
           IF FS-CLIPEN = '00'
               ADD 1 TO WRK-TOTAL-REVISAO
               MOVE WRK-PROXIMA-PENDENCIA TO WOR-NUMERO
               MOVE WRK-OCORRENCIA-REVISAO TO WLD-OCORRENCIA
           ELSE
               MOVE 'ERRO AO GRAVAR A REVISAO' TO WLD-OCORRENCIA
           END-IF.

      ******************************************************************
      * PROCURA REVISAO DA RECEITA EM ABERTO DO CLIENTE PELA CHAVE
      * ALTERNADA - AS ALTERACOES DE CADASTRO ('C') NAO CONTAM
      ******************************************************************
       2070-PROCURAR-REVISAO SECTION.
           MOVE 'N' TO WRK-PEN-EXISTE.
           MOVE CLI-CODIGO TO PEN-CLIENTE.
           START CLIPEN KEY IS EQUAL TO PEN-CLIENTE
               INVALID KEY
                   MOVE '23' TO FS-CLIPEN
           END-START.

           IF FS-CLIPEN-OK
               PERFORM 2075-LER-PENDENCIA-CLIENTE
                   UNTIL WRK-PEN-EXISTE-SIM OR NOT FS-CLIPEN-OK
           END-IF.

       2075-LER-PENDENCIA-CLIENTE SECTION.
           READ CLIPEN NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLIPEN
           END-READ.
           IF FS-CLIPEN-OK
               IF PEN-CLIENTE NOT = CLI-CODIGO
                   MOVE '10' TO FS-CLIPEN
               ELSE
                   IF PEN-SIT-PENDENTE AND PEN-TIPO-RECEITA
                       MOVE 'S' TO WRK-PEN-EXISTE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PROXIMO NUMERO DE PENDENCIA - CONTADOR CTL-CHAVE '2' DO
      * CLICTL, O MESMO DO PROGRAMA ONLINE
      ******************************************************************
       2080-PROXIMA-PENDENCIA SECTION.
           MOVE '2' TO CTL-CHAVE.
           READ CLICTL
               INVALID KEY
                   MOVE 'N' TO WRK-CTL-EXISTE
                   MOVE SPACES TO REG-CONTROLE
                   MOVE ZEROS TO CTL-ULTIMO-CODIGO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CTL-EXISTE
           END-READ.
           ADD 1 TO CTL-ULTIMO-CODIGO.
           MOVE CTL-ULTIMO-CODIGO TO WRK-PROXIMA-PENDENCIA.
           MOVE '2' TO CTL-CHAVE.
           IF WRK-CTL-EXISTE-SIM
               REWRITE REG-CONTROLE
                   INVALID KEY
                       DISPLAY 'CLIRFR - ERRO AO ATUALIZAR CONTROLE: '
                           FS-CLICTL
               END-REWRITE
           ELSE
               WRITE REG-CONTROLE
                   INVALID KEY
                       DISPLAY 'CLIRFR - ERRO AO CRIAR CONTROLE: '
                           FS-CLICTL
               END-WRITE
           END-IF.

      ******************************************************************
      * IMPRIME DETALHE SECTION - CLIENTE NAO REGULAR OU DIVERGENCIA
      ******************************************************************
       2090-IMPRIME-DETALHE SECTION.
           IF WRK-LINHAS >= 50
               PERFORM 4000-CABECALHO
           END-IF.
           MOVE RFR-CODIGO TO WLD-CODIGO.
           MOVE RFR-DOC-NUMERO TO WLD-DOCUMENTO.
           MOVE RFR-SITUACAO TO WLD-SITUACAO.
           PERFORM 2095-DESCREVER-SITUACAO.
           IF RFR-DATA-SITUACAO NUMERIC
               MOVE RFR-DATA-SITUACAO TO WLD-DATA
           ELSE
               MOVE ZEROS TO WLD-DATA
           END-IF.
           MOVE WRK-LINHA-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHAS.

       2095-DESCREVER-SITUACAO SECTION.
           EVALUATE RFR-SITUACAO
               WHEN 'R'
                   MOVE 'REGULAR/ATIVA' TO WLD-DESCRICAO
               WHEN 'S'
                   MOVE 'SUSPENSA' TO WLD-DESCRICAO
               WHEN 'P'
                   MOVE 'PENDENTE REGULARIZACAO' TO WLD-DESCRICAO
               WHEN 'I'
                   MOVE 'INAPTA' TO WLD-DESCRICAO
               WHEN 'F'
                   MOVE 'TITULAR FALECIDO' TO WLD-DESCRICAO
               WHEN 'B'
                   MOVE 'BAIXADA' TO WLD-DESCRICAO
               WHEN 'C'
                   MOVE 'CANCELADA' TO WLD-DESCRICAO
               WHEN 'N'
                   MOVE 'NULA' TO WLD-DESCRICAO
               WHEN 'X'
                   MOVE 'NAO LOCALIZADO' TO WLD-DESCRICAO
               WHEN OTHER
                   MOVE 'INVALIDA' TO WLD-DESCRICAO
           END-EVALUATE.

      ******************************************************************
      * ENCERRAR SECTION - TOTAIS E FECHAMENTO
      ******************************************************************
       3000-ENCERRAR SECTION.
           MOVE WRK-TOTAL-LIDOS TO WLT-LIDOS.
           MOVE WRK-TOTAL-ATUALIZADOS TO WLT-ATUALIZADOS.
           MOVE WRK-TOTAL-REGULARES TO WLT-REGULARES.
           MOVE WRK-TOTAL-IRREGULARES TO WLT-IRREGULARES.
           MOVE WRK-TOTAL-ENCERRADOS TO WLT-ENCERRADOS.
           MOVE WRK-TOTAL-REVISAO TO WLT-REVISAO.
           MOVE WRK-TOTAL-DIVERGENTES TO WLT-DIVERGENTES.
           MOVE WRK-QTD-CONFLITOS TO WLT-CONFLITOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL6 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL7 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-TOTAL8 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE CLIARQ.
           CLOSE CLIRFRD.
           CLOSE CLIPEN.
           CLOSE CLICTL.
           CLOSE CLIAUD.
           CLOSE CLIRFRL.

           DISPLAY 'CLIRFR - RESPOSTAS LIDAS     : ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIRFR - CLIENTES ATUALIZADOS: '
               WRK-TOTAL-ATUALIZADOS.
           DISPLAY 'CLIRFR - SITUACAO REGULAR    : '
               WRK-TOTAL-REGULARES.
           DISPLAY 'CLIRFR - SITUACAO NAO REGULAR: '
               WRK-TOTAL-IRREGULARES.
           DISPLAY 'CLIRFR - BAIXADOS/CANCELADOS : '
               WRK-TOTAL-ENCERRADOS.
           DISPLAY 'CLIRFR - ENVIADOS A REVISAO  : '
               WRK-TOTAL-REVISAO.
           DISPLAY 'CLIRFR - DIVERGENCIAS        : '
               WRK-TOTAL-DIVERGENTES.
           DISPLAY 'CLIRFR - GRAVACOES RECUSADAS : '
               WRK-QTD-CONFLITOS.

      * O CLIENTE RECUSADO POR CONFLITO SO TERA A SITUACAO GRAVADA NA
      * PROXIMA CONSULTA - PEDE REEXECUCAO OU ACERTO MANUAL
           IF WRK-QTD-CONFLITOS > ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * CABECALHO SECTION
      ******************************************************************
       4000-CABECALHO SECTION.
           MOVE WRK-DT-DIA TO WRK-DRE-DIA.
           MOVE WRK-DT-MES TO WRK-DRE-MES.
           MOVE WRK-DT-ANO TO WRK-DRE-ANO.
           MOVE WRK-DATA-REL-ED TO WCH-DATA.
           MOVE WRK-PAGINA TO WCH-PAGINA.

           MOVE WRK-LINHA-CABECALHO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-LINHA-COLUNAS TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZERO TO WRK-LINHAS.
           ADD 1 TO WRK-PAGINA.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.
