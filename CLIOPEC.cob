       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLIOPEC.
       ENVIRONMENT DIVISION.
      ******************************************************************
      * OBJETIVO: CONVERSAO DO CADASTRO DE OPERADORES (CLIOPE) DO
      *           LAYOUT ANTIGO DE 60 BYTES PARA O LAYOUT ATUAL DE 110
      *           BYTES (TENTATIVAS INVALIDAS, EXPIRACAO DA SENHA,
      *           ULTIMO ACESSO E SENHAS ANTERIORES). EXECUCAO UNICA,
      *           EM DUAS FUNCOES:
      *           - CONVERSAO: LE O CLIOPE ANTIGO (DD CLIOPEA) E GRAVA
      *             O ARQUIVO SEQUENCIAL CONVERTIDO (CLIOPES) COM
      *             TENTATIVAS = 0, EXPIRACAO = 0 (A DATA E FIXADA NA
      *             PROXIMA ENTRADA DO OPERADOR), ULTIMO ACESSO = 0 E
      *             SENHAS ANTERIORES EM BRANCO;
      *           - RECARGA: DEPOIS DE O CLIOPE SER REDEFINIDO COM O
      *             NOVO TAMANHO, GRAVA NELE O ARQUIVO CONVERTIDO
      *             (ABERTURA OUTPUT, COMO NO CLIBKR).
      * AUTHOR  : LUCCAS BUENO DE LIMA
      *
      * CARTAO DE PARAMETROS (SYSIN, COLUNAS FIXAS):
      *   01-01  FUNCAO: 'C' = CONVERSAO (CLIOPEA -> CLIOPES)
      *                  'R' = RECARGA (CLIOPES -> CLIOPE)
      *          SEM DEFAULT - A RECARGA RECRIA O CLIOPE.
      *
      * RETURN-CODE: 8 = CARTAO INVALIDO; 12 = ARQUIVO DE ENTRADA
      * INDISPONIVEL OU VAZIO (NADA FOI GRAVADO); 16 = FALHA NA
      * GRAVACAO - REPETIR A FUNCAO.
      *
      * HISTORICO DE ALTERACOES
      * 2026-10-15  LBL  VERSAO INICIAL
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLIOPEA ASSIGN TO 'CLIOPEA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OPA-CODIGO
                   FILE STATUS IS FS-CLIOPEA.

               SELECT CLIOPES ASSIGN TO 'CLIOPES'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIOPES.

               SELECT CLIOPE ASSIGN TO 'CLIOPE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPE-CODIGO
                   FILE STATUS IS FS-CLIOPE.

       DATA DIVISION.
           FILE SECTION.
      ******************************************************************
      * LAYOUT ANTIGO DO OPERADOR (60 BYTES) - SO PARA A CONVERSAO
      ******************************************************************
           FD  CLIOPEA
               LABEL RECORDS ARE STANDARD.
           01  REG-OPERADOR-ANTIGO.
               05  OPA-CODIGO          PIC X(08).
               05  OPA-NOME            PIC X(30).
               05  OPA-SENHA           PIC X(08).
               05  OPA-PERFIL          PIC X(01).
               05  OPA-STATUS          PIC X(01).
               05  FILLER              PIC X(12).

           FD  CLIOPES
               LABEL RECORDS ARE STANDARD.
               COPY CLIOPE REPLACING LEADING ==OPE== BY ==OPS==
                                     ==REG-OPERADOR== BY
                                     ==REG-OPERADOR-CONV==.

           FD  CLIOPE
               LABEL RECORDS ARE STANDARD.
               COPY CLIOPE.

           WORKING-STORAGE SECTION.

           77  FS-CLIOPEA       PIC X(02).
           77  FS-CLIOPES       PIC X(02).
           77  FS-CLIOPE        PIC X(02).

           77  WRK-CARTAO-OK    PIC X(01) VALUE 'S'.
               88  WRK-CARTAO-OK-SIM      VALUE 'S'.

           77  WRK-FIM-ENTRADA  PIC X(01) VALUE 'N'.
               88  WRK-FIM-ENTRADA-SIM    VALUE 'S'.

           77  WRK-ERRO-GRAVACAO PIC X(01) VALUE 'N'.
               88  WRK-ERRO-GRAVACAO-SIM  VALUE 'S'.

           77  WRK-QTD-LIDOS    PIC 9(06) COMP VALUE 0.
           77  WRK-QTD-GRAVADOS PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * CARTAO DE PARAMETROS (LIDO DO SYSIN)
      ******************************************************************
           01  WRK-CARTAO-PARM.
               05  PRM-FUNCAO          PIC X(01).
                   88  PRM-FUNCAO-CONVERTER     VALUE 'C'.
                   88  PRM-FUNCAO-RECARREGAR    VALUE 'R'.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
      ******************************************************************
       0000-PRINCIPAL SECTION.

           PERFORM 1000-INICIAR.
           IF WRK-CARTAO-OK-SIM
               IF PRM-FUNCAO-CONVERTER
                   PERFORM 2000-CONVERTER
               ELSE
                   PERFORM 3000-RECARREGAR
               END-IF
           END-IF.
           PERFORM 9000-ENCERRAR.

           STOP RUN.

      ******************************************************************
      * INICIAR SECTION
      ******************************************************************
       1000-INICIAR SECTION.
           MOVE SPACES TO WRK-CARTAO-PARM.
           ACCEPT WRK-CARTAO-PARM.
           IF NOT PRM-FUNCAO-CONVERTER AND NOT PRM-FUNCAO-RECARREGAR
               MOVE 'N' TO WRK-CARTAO-OK
               DISPLAY 'CLIOPEC - FUNCAO INVALIDA NO CARTAO (C OU R): '
                   PRM-FUNCAO
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * CONVERTER SECTION - CLIOPE ANTIGO PARA O SEQUENCIAL NO LAYOUT
      * ATUAL, NA ORDEM DA CHAVE
      ******************************************************************
       2000-CONVERTER SECTION.
           OPEN INPUT CLIOPEA.
           IF FS-CLIOPEA NOT = '00'
               DISPLAY 'CLIOPEC - ERRO NA ABERTURA DO CLIOPEA - FS: '
                   FS-CLIOPEA
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CLIOPES
               IF FS-CLIOPES NOT = '00'
                   DISPLAY 'CLIOPEC - ERRO NA ABERTURA DO CLIOPES - '
                       'FS: ' FS-CLIOPES
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2100-CONVERTER-OPERADOR
                       UNTIL WRK-FIM-ENTRADA-SIM
                   CLOSE CLIOPES
                   IF WRK-QTD-LIDOS = 0
                       DISPLAY 'CLIOPEC - CLIOPEA VAZIO - NADA A '
                           'CONVERTER'
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CLIOPEA
           END-IF.

       2100-CONVERTER-OPERADOR SECTION.
           READ CLIOPEA
               AT END
                   MOVE 'S' TO WRK-FIM-ENTRADA
           END-READ.
           IF NOT WRK-FIM-ENTRADA-SIM
               ADD 1 TO WRK-QTD-LIDOS
               MOVE SPACES TO REG-OPERADOR-CONV
               MOVE OPA-CODIGO TO OPS-CODIGO
               MOVE OPA-NOME TO OPS-NOME
               MOVE OPA-SENHA TO OPS-SENHA
               MOVE OPA-PERFIL TO OPS-PERFIL
               MOVE OPA-STATUS TO OPS-STATUS
               MOVE ZEROS TO OPS-QTD-FALHAS
               MOVE ZEROS TO OPS-DATA-EXPIRA
               MOVE ZEROS TO OPS-DATA-ULT-ACESSO
               MOVE SPACES TO OPS-SENHAS-ANTERIORES
               WRITE REG-OPERADOR-CONV
               IF FS-CLIOPES = '00'
                   ADD 1 TO WRK-QTD-GRAVADOS
               ELSE
                   DISPLAY 'CLIOPEC - ERRO NA GRAVACAO DO CLIOPES - '
                       'FS: ' FS-CLIOPES
                   MOVE 'S' TO WRK-ERRO-GRAVACAO
                   MOVE 'S' TO WRK-FIM-ENTRADA
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * RECARREGAR SECTION - O CLIOPE SO E ABERTO (OUTPUT) SE O
      * CONVERTIDO TIVER AO MENOS UM OPERADOR
      ******************************************************************
       3000-RECARREGAR SECTION.
           OPEN INPUT CLIOPES.
           IF FS-CLIOPES NOT = '00'
               DISPLAY 'CLIOPEC - ERRO NA ABERTURA DO CLIOPES - FS: '
                   FS-CLIOPES
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3100-LER-CONVERTIDO
               IF WRK-FIM-ENTRADA-SIM
                   DISPLAY 'CLIOPEC - CLIOPES VAZIO - CLIOPE NAO FOI '
                       'RECRIADO'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 3200-ABRIR-E-GRAVAR
               END-IF
               CLOSE CLIOPES
           END-IF.

       3100-LER-CONVERTIDO SECTION.
           READ CLIOPES
               AT END
                   MOVE 'S' TO WRK-FIM-ENTRADA
           END-READ.
           IF NOT WRK-FIM-ENTRADA-SIM
               ADD 1 TO WRK-QTD-LIDOS
           END-IF.

       3200-ABRIR-E-GRAVAR SECTION.
           OPEN OUTPUT CLIOPE.
           IF FS-CLIOPE NOT = '00'
               DISPLAY 'CLIOPEC - ERRO NA ABERTURA DO CLIOPE - FS: '
                   FS-CLIOPE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3210-GRAVAR-OPERADOR
                   UNTIL WRK-FIM-ENTRADA-SIM
               CLOSE CLIOPE
           END-IF.

       3210-GRAVAR-OPERADOR SECTION.
           MOVE REG-OPERADOR-CONV TO REG-OPERADOR.
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'CLIOPEC - ERRO NA GRAVACAO DO OPERADOR '
                       OPE-CODIGO ' - FS: ' FS-CLIOPE
                   MOVE 'S' TO WRK-ERRO-GRAVACAO
                   MOVE 'S' TO WRK-FIM-ENTRADA
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.
           IF NOT WRK-ERRO-GRAVACAO-SIM
               PERFORM 3100-LER-CONVERTIDO
           END-IF.

      ******************************************************************
      * ENCERRAR SECTION
      ******************************************************************
       9000-ENCERRAR SECTION.
           DISPLAY 'CLIOPEC - FUNCAO               : ' PRM-FUNCAO.
           DISPLAY 'CLIOPEC - OPERADORES LIDOS     : ' WRK-QTD-LIDOS.
           DISPLAY 'CLIOPEC - OPERADORES GRAVADOS  : ' WRK-QTD-GRAVADOS.
           IF WRK-ERRO-GRAVACAO-SIM
               DISPLAY 'CLIOPEC - GRAVACAO INCOMPLETA - REPETIR A '
                   'FUNCAO'
           END-IF.
