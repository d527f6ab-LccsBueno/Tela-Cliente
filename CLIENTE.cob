      *                  PARA TODOS OS PERFIS E TROCA OBRIGATORIA
      *                  ENQUANTO A SENHA PADRAO DO ADMIN ESTIVER
      *                  EM VIGOR
      * 2026-10-15  LBL  SEGURANCA DA IDENTIFICACAO: FALHAS DE SENHA
      *                  CONTADAS NO CLIOPE COM BLOQUEIO AUTOMATICO
      *                  (DESBLOQUEIO SO PELO SUPERVISOR, OPCAO 7),
      *                  VALIDADE DA SENHA COM TROCA OBRIGATORIA,
      *                  PROIBIDA A REPETICAO DAS ULTIMAS SENHAS E LOG
      *                  DE ACESSOS (CLIACE) - ENTRADA, FALHA,
      *                  BLOQUEIO, DESBLOQUEIO E SAIDA
      * 2026-10-15  LBL  DUPLA CONFERENCIA DE NOME E DOCUMENTO: NA
      *                  ALTERACAO FEITA POR QUEM NAO E SUPERVISOR A
      *                  MUDANCA FICA PENDENTE (CLIPEN) E SO E APLICADA
      *                  APOS APROVACAO DO SUPERVISOR (OPCAO 9), COM
      *                  SOLICITANTE E APROVADOR NA TRILHA (CLIAUD);
      *                  TIPO DE DOCUMENTO PASSA A SER AUDITADO
      * 2026-10-15  LBL  TABELA DE CEP DOS CORREIOS (CLICEP): CEP
      *                  INEXISTENTE OU DE OUTRA UF RECUSADO NA
      *                  VALIDACAO (CLIVALP) E LOGRADOURO, CIDADE E UF
      *                  PREENCHIDOS PELO CEP DIGITADO NA TELA
      * 2026-10-15  LBL  TRILHA COMPLETA PARA A RECUPERACAO (CLIRCV):
      *                  INCLUSAO GRAVA UMA LINHA POR CAMPO (CLIAUDP)
      *                  E A MANUTENCAO DE CONTATOS UMA LINHA
      *                  CONTATO-DADOS COM SEQUENCIA, TIPO E NOME
      * 2026-10-15  LBL  CARIMBO DE ULTIMA GRAVACAO NO CLIENTE
      *                  (CLICARP): ALTERACAO, EXCLUSAO, CONTATOS E
      *                  APROVACAO SO REGRAVAM SE O CLIENTE NAO MUDOU
      *                  DESDE A LEITURA; SENAO A GRAVACAO E RECUSADA,
      *                  A TELA VOLTA COM OS VALORES ATUAIS E A RECUSA
      *                  VAI PARA O LOG DE ACESSOS (EVENTO 'C')
      * 2026-10-15  LBL  GRUPO ECONOMICO (CLIGRP): CLIENTE CNPJ LIGADO
      *                  AO GRUPO DA RAIZ DO CNPJ NA INCLUSAO,
      *                  ALTERACAO E APROVACAO (CLIGRPP); OPCAO G DO
      *                  MENU, EXCLUSIVA DO SUPERVISOR, PARA DEFINIR A
      *                  MATRIZ E DESLIGAR/RELIGAR FILIAIS
      * 2026-10-15  LBL  SITUACAO CADASTRAL NA RECEITA (CLIRFR): A
      *                  TROCA DE DOCUMENTO ZERA A SITUACAO E A DATA DA
      *                  CONSULTA; A OPCAO 9 TAMBEM DECIDE AS REVISOES
      *                  DE DOCUMENTO BAIXADO/CANCELADO (TIPO 'R') E A
      *                  APROVACAO INATIVA O CLIENTE
      * 2026-10-15  LBL  LINHA DA SITUACAO NA RECEITA NA OPCAO 9 SO
      *                  PARA O TIPO 'R'; PENDENCIA 'C' GRAVADA COM A
      *                  SITUACAO EM BRANCO E A DATA ZERADA
      * 2026-10-15  LBL  TABELA DE CEP INDISPONIVEL EM QUALQUER FALHA
      *                  NA ABERTURA (NAO SO AUSENTE); SO E FECHADA SE
      *                  FOI ABERTA
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   RECORD KEY IS CTT-CHAVE
                   FILE STATUS IS FS-CLICTT.

               SELECT CLIACE ASSIGN TO 'CLIACE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS FS-CLIACE.

               SELECT CLIPEN ASSIGN TO 'CLIPEN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-NUMERO
                   ALTERNATE RECORD KEY IS PEN-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS FS-CLIPEN.

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
               COPY CLICTT.

           FD  CLIACE
               LABEL RECORDS ARE STANDARD.
               COPY CLIACE.

           FD  CLIPEN
               LABEL RECORDS ARE STANDARD.
               COPY CLIPEN.

           FD  CLICEP
               LABEL RECORDS ARE STANDARD.
               COPY CLICEP.

           FD  CLIGRP
               LABEL RECORDS ARE STANDARD.
               COPY CLIGRP.

           WORKING-STORAGE SECTION.

           77  WRK-OPCAO        PIC X(01).
           77  FS-CLIREL        PIC X(02).
           77  FS-CLIOPE        PIC X(02).
           77  FS-CLICTT        PIC X(02).
           77  FS-CLIACE        PIC X(02).
           77  FS-CLIPEN        PIC X(02).
               88  FS-CLIPEN-OK             VALUE '00' '02'.
           77  FS-CLICEP        PIC X(02).
           77  FS-CLIGRP        PIC X(02).

           77  WRK-FIM-MENU     PIC X(01) VALUE 'N'.
               88  WRK-FIM-MENU-SIM        VALUE 'S'.

           77  WRK-TENTATIVAS   PIC 9(01) VALUE 0.

      ******************************************************************
      * POLITICA DE SENHAS: FALHAS SEGUIDAS ATE O BLOQUEIO E DIAS DE
      * VALIDADE DA SENHA. AS 3 SENHAS ANTERIORES (OPE-SENHA-ANTERIOR)
      * E A ATUAL NAO PODEM SER REPETIDAS NA TROCA.
      ******************************************************************
           77  WRK-MAX-FALHAS   PIC 9(02) VALUE 05.
           77  WRK-DIAS-VALIDADE PIC 9(03) VALUE 090.

           77  WRK-DATA-HOJE    PIC 9(08) VALUE 0.

           77  WRK-BLOQUEOU     PIC X(01).
               88  WRK-BLOQUEOU-SIM         VALUE 'S'.

           77  WRK-TROCA-OBRIGATORIA PIC X(01).
               88  WRK-TROCA-OBRIGATORIA-SIM VALUE 'S'.

      ******************************************************************
      * EVENTO A GRAVAR NO LOG DE ACESSOS (CLIACE)
      ******************************************************************
           77  WRK-ACE-OPERADOR PIC X(08).
           77  WRK-ACE-EVENTO   PIC X(01).
           77  WRK-ACE-DETALHE  PIC X(30).

      ******************************************************************
      * CONFERENCIA DO CARIMBO DE ULTIMA GRAVACAO DO CLIENTE - VER
      * CLICARW/CLICARP. A ORIGEM IDENTIFICA A FUNCAO RECUSADA NO LOG
      * DE ACESSOS.
      ******************************************************************
           COPY CLICARW.

           77  WRK-CONFLITO-ORIGEM PIC X(15).

      ******************************************************************
      * MANUTENCAO DE CONTATOS DO CLIENTE (CLICTT)
      ******************************************************************
           77  WRK-SEQ-BUSCA    PIC 9(03).
           77  WRK-POS-TELA     PIC 9(04).
           77  WRK-VALOR-ANT    PIC X(40).
           77  WRK-DADOS-CTT-ANT PIC X(40).
           77  WRK-CTT-RETIRADO PIC X(01) VALUE 'N'.
               88  WRK-CTT-RETIRADO-SIM     VALUE 'S'.
           77  WRK-CTT-GRAVAR   PIC X(01) VALUE 'N'.
               88  WRK-CTT-GRAVAR-SIM       VALUE 'S'.

      ******************************************************************
      * LINHA CONTATO-DADOS DA TRILHA DE AUDITORIA - VER CLIAUDW
      ******************************************************************
           COPY CLIAUDW.

           01  WRK-LINHA-CONTATO.
               05  WLC-SEQUENCIA   PIC 9(03).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLO-NOME        PIC X(30).

      ******************************************************************
      * ALTERACOES DE NOME/DOCUMENTO PENDENTES DE APROVACAO (CLIPEN)
      ******************************************************************
           77  WRK-OPCAO-PEN    PIC X(01).
           77  WRK-DECISAO      PIC X(01).

           77  WRK-FIM-PENDENCIAS PIC X(01).
               88  WRK-FIM-PENDENCIAS-SIM   VALUE 'S'.

           77  WRK-PEN-EXISTE   PIC X(01).
               88  WRK-PEN-EXISTE-SIM       VALUE 'S'.

           77  WRK-ALT-PENDENTE PIC X(01).
               88  WRK-ALT-PENDENTE-SIM     VALUE 'S'.

           77  WRK-ALT-RECUSADA PIC X(01).
               88  WRK-ALT-RECUSADA-SIM     VALUE 'S'.

           77  WRK-QTD-PENDENCIAS PIC 9(03).
           77  WRK-PEN-BUSCA    PIC 9(06).
           77  WRK-PROXIMA-PENDENCIA PIC 9(06).
           77  WRK-POS-TELA-PEN PIC 9(04).
           77  WRK-MOTIVO       PIC X(40).

           01  WRK-LINHA-PENDENCIA.
               05  WLP-NUMERO      PIC 9(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-CLIENTE     PIC 9(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-SOLICITANTE PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-DATA        PIC 9(08).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-CAMPOS      PIC X(14).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLP-NOME        PIC X(25).

      ******************************************************************
      * GRUPO ECONOMICO (CLIGRP) - VER CLIGRPW/CLIGRPP. AREAS DA
      * MANUTENCAO PELO SUPERVISOR (OPCAO G)
      ******************************************************************
           COPY CLIGRPW.

           77  WRK-OPCAO-GRP    PIC X(01).

           77  WRK-FIM-GRUPO    PIC X(01).
               88  WRK-FIM-GRUPO-SIM        VALUE 'S'.

           77  WRK-GRP-SELECIONADO PIC 9(08).
           77  WRK-CLIENTE-GRUPO PIC 9(06).
           77  WRK-QTD-MEMBROS  PIC 9(03).
           77  WRK-POS-TELA-GRP PIC 9(04).

           01  WRK-LINHA-GRUPO.
               05  WLG-CODIGO      PIC 9(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLG-CNPJ        PIC 9(14).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLG-NOME        PIC X(25).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLG-STATUS      PIC X(01).
               05  FILLER          PIC X(02) VALUE SPACES.
               05  WLG-SIT-FAT     PIC X(01).
               05  FILLER          PIC X(03) VALUE SPACES.
               05  WLG-MATRIZ      PIC X(06).
               05  FILLER          PIC X(01) VALUE SPACES.
               05  WLG-SITUACAO    PIC X(09).

      ******************************************************************
      * PREENCHIMENTO DO ENDERECO PELO CEP DIGITADO (CLICEP)
      ******************************************************************
           77  WRK-CEP-PREENCHIDO PIC 9(08).
           77  WRK-END-PREENCHIDO PIC X(01).
               88  WRK-END-PREENCHIDO-SIM VALUE 'S'.

      ******************************************************************
      * AREAS DE TRABALHO DA VALIDACAO DE CLIENTE, COMUNS A CARGA EM
      * LOTE (CLICRG) - VER CLIVALW/CLIVALP
      ******************************************************************
           COPY CLIVALW.

      ******************************************************************
      * AREAS DO CALCULO DE DATAS (VALIDADE DA SENHA) - VER CLIDATP
      ******************************************************************
           COPY CLIDATW.

      ******************************************************************
      * DADOS ANTIGOS DO CLIENTE (ANTES DA ALTERACAO), PARA AUDITORIA
      ******************************************************************
                   10  ANT-END-CEP         PIC 9(08).
               05  ANT-TELEFONE     PIC X(15).
               05  ANT-DOC-NUMERO   PIC 9(14).
               05  ANT-DOC-TIPO     PIC X(01).
               05  ANT-STATUS       PIC X(01).

      ******************************************************************
               05  LINE 12 COLUMN 15 VALUE '6 - CONTATOS'.
               05  LINE 13 COLUMN 15 VALUE '7 - OPERADORES'.
               05  LINE 14 COLUMN 15 VALUE '8 - TROCAR SENHA'.
               05  LINE 15 COLUMN 15 VALUE '9 - APROVACOES'.
               05  LINE 16 COLUMN 15 VALUE 'G - GRUPOS ECONOMICOS'.
               05  LINE 17 COLUMN 15 VALUE 'X - SAIR'.
               05  LINE 18 COLUMN 15 VALUE 'OPCAO:'.
               05  LINE 18 COLUMN 22 USING WRK-OPCAO.

      ******************************************************************
      * TELA DE CADASTRO DE CLIENTE - USADA POR INCLUIR, CONSULTAR E
               05  LINE 19 COLUMN 10 VALUE 'VALOR.......:'.
               05  LINE 19 COLUMN 24 PIC X(40) USING CTT-VALOR.

      ******************************************************************
      * TELA DE DECISAO DE UMA ALTERACAO PENDENTE (OPCAO APROVACOES) -
      * VALORES DO CADASTRO NA SOLICITACAO E VALORES PROPOSTOS. NA
      * REVISAO DA RECEITA (TIPO 'R') OS DOIS SAO IGUAIS E A LINHA 12
      * (TELA-PENDENCIA-RECEITA) MOSTRA A SITUACAO ENCONTRADA E A DATA
      * DA CONSULTA
      ******************************************************************
           01  TELA-PENDENCIA.
               05  LINE 04 COLUMN 10 VALUE 'PENDENCIA....:'.
               05  LINE 04 COLUMN 25 PIC 9(06) FROM PEN-NUMERO.
               05  LINE 04 COLUMN 35 VALUE 'CLIENTE:'.
               05  LINE 04 COLUMN 44 PIC 9(06) FROM PEN-CLIENTE.
               05  LINE 05 COLUMN 10 VALUE 'SOLICITANTE..:'.
               05  LINE 05 COLUMN 25 PIC X(08) FROM PEN-SOLICITANTE.
               05  LINE 05 COLUMN 35 VALUE 'EM:'.
               05  LINE 05 COLUMN 39 PIC 9(08) FROM PEN-DATA-SOLIC.
               05  LINE 07 COLUMN 10 VALUE 'NOME ANTIGO..:'.
               05  LINE 07 COLUMN 25 PIC X(40) FROM PEN-NOME-ANT.
               05  LINE 08 COLUMN 10 VALUE 'NOME NOVO....:'.
               05  LINE 08 COLUMN 25 PIC X(40) FROM PEN-NOME-NOVO.
               05  LINE 10 COLUMN 10 VALUE 'DOC. ANTIGO..:'.
               05  LINE 10 COLUMN 25 PIC 9(14) FROM PEN-DOC-NUMERO-ANT.
               05  LINE 10 COLUMN 41 VALUE 'TIPO:'.
               05  LINE 10 COLUMN 47 PIC X(01) FROM PEN-DOC-TIPO-ANT.
               05  LINE 11 COLUMN 10 VALUE 'DOC. NOVO....:'.
               05  LINE 11 COLUMN 25 PIC 9(14)
                   FROM PEN-DOC-NUMERO-NOVO.
               05  LINE 11 COLUMN 41 VALUE 'TIPO:'.
               05  LINE 11 COLUMN 47 PIC X(01) FROM PEN-DOC-TIPO-NOVO.

      ******************************************************************
      * LINHA DA REVISAO DA RECEITA - SO EXIBIDA NO TIPO 'R' (AS
      * PENDENCIAS 'C' ANTERIORES TEM BRANCOS NESTES CAMPOS)
      ******************************************************************
           01  TELA-PENDENCIA-RECEITA.
               05  LINE 12 COLUMN 10 VALUE 'SIT. RECEITA.:'.
               05  LINE 12 COLUMN 25 PIC X(01) FROM PEN-SIT-RECEITA.
               05  LINE 12 COLUMN 35 VALUE 'EM:'.
               05  LINE 12 COLUMN 39 PIC 9(08) FROM PEN-DATA-RECEITA.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINCIPAL SECTION
               OPEN I-O CLIOPE
           END-IF.

           OPEN EXTEND CLIACE.
           IF FS-CLIACE = '35'
               OPEN OUTPUT CLIACE
               CLOSE CLIACE
               OPEN EXTEND CLIACE
           END-IF.

           OPEN I-O CLIPEN.
           IF FS-CLIPEN = '35'
               OPEN OUTPUT CLIPEN
               CLOSE CLIPEN
               OPEN I-O CLIPEN
           END-IF.

           OPEN I-O CLIGRP.
           IF FS-CLIGRP = '35'
               OPEN OUTPUT CLIGRP
               CLOSE CLIGRP
               OPEN I-O CLIGRP
           END-IF.
           OPEN INPUT CLICEP.
           IF FS-CLICEP NOT = '00'
               MOVE 'N' TO WRK-CEP-DISPONIVEL
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 1100-SIGN-ON.

      ******************************************************************
      * SIGN-ON SECTION - IDENTIFICACAO DO OPERADOR, ATE 3 TENTATIVAS
      * POR SESSAO. AS FALHAS DE SENHA TAMBEM SAO CONTADAS NO PROPRIO
      * OPERADOR (CLIOPE), DE SESSAO PARA SESSAO, ATE O BLOQUEIO.
      ******************************************************************
       1100-SIGN-ON SECTION.
           MOVE ZERO TO WRK-TENTATIVAS.
               ACCEPT WRK-TECLA AT 1620
               MOVE 'S' TO WRK-FIM-MENU
           ELSE
               PERFORM 1300-EXIGIR-TROCA-SENHA
           END-IF.

       1110-TENTAR-SIGN-ON SECTION.

      * SEM PERFIL VALIDO (C/O/S) O ACESSO E RECUSADO - NUNCA
      * CONCEDER ACESSO A UM REGISTRO DE OPERADOR MAL FORMADO
           MOVE 'N' TO WRK-BLOQUEOU.
           MOVE SPACES TO WRK-ACE-DETALHE.
           EVALUATE TRUE
               WHEN NOT WRK-ACHOU-SIM
                   MOVE 'OPERADOR INEXISTENTE' TO WRK-ACE-DETALHE
               WHEN OPE-STATUS-BLOQUEADO
                   MOVE 'OPERADOR BLOQUEADO' TO WRK-ACE-DETALHE
               WHEN NOT OPE-STATUS-ATIVO
                   MOVE 'OPERADOR INATIVO' TO WRK-ACE-DETALHE
               WHEN OPE-SENHA NOT = WRK-OPE-SENHA
                   MOVE 'SENHA INVALIDA' TO WRK-ACE-DETALHE
                   PERFORM 1120-CONTAR-FALHA
               WHEN NOT (OPE-PERFIL-CONSULTA OR OPE-PERFIL-OPERADOR
                         OR OPE-PERFIL-SUPERVISOR)
                   MOVE 'PERFIL INVALIDO' TO WRK-ACE-DETALHE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-ACE-DETALHE = SPACES
               MOVE 'S' TO WRK-OPERADOR-OK
               MOVE OPE-CODIGO TO WRK-OPERADOR
               MOVE OPE-CODIGO TO WRK-GRP-OPERADOR
               MOVE OPE-PERFIL TO WRK-PERFIL
               PERFORM 1130-REGISTRAR-ENTRADA
           ELSE
               MOVE WRK-OPE-CODIGO TO WRK-ACE-OPERADOR
               MOVE 'F' TO WRK-ACE-EVENTO
               PERFORM 8050-GRAVAR-ACESSO
               IF WRK-BLOQUEOU-SIM
                   MOVE 'B' TO WRK-ACE-EVENTO
                   MOVE 'LIMITE DE FALHAS ATINGIDO' TO WRK-ACE-DETALHE
                   PERFORM 8050-GRAVAR-ACESSO
               END-IF
               IF WRK-ACHOU-SIM AND OPE-STATUS-BLOQUEADO
                   DISPLAY 'OPERADOR BLOQUEADO - PROCURE O SUPERVISOR'
                       AT 1515
               ELSE
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS' AT 1515
               END-IF
               ACCEPT WRK-TECLA AT 1620
           END-IF.

      ******************************************************************
      * SENHA INVALIDA - CONTA A FALHA NO OPERADOR E BLOQUEIA AO
      * ATINGIR O LIMITE DE FALHAS SEGUIDAS DA POLITICA DE SENHAS
      ******************************************************************
       1120-CONTAR-FALHA SECTION.
           IF OPE-QTD-FALHAS NOT NUMERIC
               MOVE ZEROS TO OPE-QTD-FALHAS
           END-IF.
           ADD 1 TO OPE-QTD-FALHAS.
           IF OPE-QTD-FALHAS >= WRK-MAX-FALHAS
               MOVE 'B' TO OPE-STATUS
               MOVE 'S' TO WRK-BLOQUEOU
           END-IF.
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 1515
           END-REWRITE.

      ******************************************************************
      * ENTRADA ACEITA - ZERA AS FALHAS, GUARDA A DATA DO ACESSO E
      * REGISTRA A ENTRADA NO LOG. OPERADOR ANTERIOR A POLITICA DE
      * SENHAS (SEM VALIDADE) RECEBE A VALIDADE A PARTIR DE HOJE.
      ******************************************************************
       1130-REGISTRAR-ENTRADA SECTION.
           MOVE ZEROS TO OPE-QTD-FALHAS.
           MOVE WRK-DATA-HOJE TO OPE-DATA-ULT-ACESSO.
           IF OPE-DATA-EXPIRA NOT NUMERIC
               MOVE ZEROS TO OPE-DATA-EXPIRA
           END-IF.
           IF OPE-DATA-EXPIRA = ZEROS
               PERFORM 8800-CALCULAR-VALIDADE-SENHA
           END-IF.
           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 1515
           END-REWRITE.

           MOVE OPE-CODIGO TO WRK-ACE-OPERADOR.
           MOVE 'S' TO WRK-ACE-EVENTO.
           PERFORM 8050-GRAVAR-ACESSO.

      ******************************************************************
      * PRIMEIRA EXECUCAO - CRIA O ARQUIVO DE OPERADORES COM O
      * SUPERVISOR INICIAL (ADMIN), QUE DEVE TROCAR A SENHA PADRAO
           MOVE 'ADMIN' TO OPE-SENHA.
           MOVE 'S' TO OPE-PERFIL.
           MOVE 'A' TO OPE-STATUS.
           MOVE ZEROS TO OPE-QTD-FALHAS.
           ACCEPT OPE-DATA-EXPIRA FROM DATE YYYYMMDD.
           MOVE ZEROS TO OPE-DATA-ULT-ACESSO.
           MOVE SPACES TO OPE-SENHAS-ANTERIORES.
           WRITE REG-OPERADOR.
           CLOSE CLIOPE.

      ******************************************************************
      * ENQUANTO A SENHA PADRAO DO ADMIN ESTIVER EM VIGOR, OU QUANDO A
      * SENHA DO OPERADOR VENCEU (INCLUSIVE A SENHA INICIAL E A DO
      * RESET, QUE JA NASCEM VENCIDAS), A TROCA E OBRIGATORIA - O MENU
      * SO ABRE DEPOIS DA SENHA TROCADA
      ******************************************************************
       1300-EXIGIR-TROCA-SENHA SECTION.
           MOVE 'N' TO WRK-TROCA-OBRIGATORIA.
           EVALUATE TRUE
               WHEN WRK-OPERADOR = 'ADMIN' AND OPE-SENHA = 'ADMIN'
                   DISPLAY 'SENHA PADRAO EM VIGOR - TROCA OBRIGATORIA'
                       AT 1515
                   MOVE 'S' TO WRK-TROCA-OBRIGATORIA
               WHEN OPE-DATA-EXPIRA NOT > WRK-DATA-HOJE
                   DISPLAY 'SENHA VENCIDA - TROCA OBRIGATORIA' AT 1515
                   MOVE 'S' TO WRK-TROCA-OBRIGATORIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-TROCA-OBRIGATORIA-SIM
               ACCEPT WRK-TECLA AT 1620
               MOVE 'N' TO WRK-SENHA-TROCADA
               PERFORM 5008-TROCAR-SENHA

           PERFORM 8600-VERIFICAR-ACESSO.
      * AS MENSAGENS DO MENU FICAM ABAIXO DA ULTIMA LINHA (OPCAO,
      * LINHA 18) PARA NAO SOBRESCREVER AS OPCOES
           IF NOT WRK-ACESSO-OK-SIM
               DISPLAY 'OPCAO NAO PERMITIDA PARA SEU PERFIL' AT 1915
               ACCEPT WRK-TECLA AT 2020
           ELSE
               EVALUATE WRK-OPCAO
                   WHEN 1
                   WHEN 8
                       MOVE 'N' TO WRK-SENHA-TROCADA
                       PERFORM 5008-TROCAR-SENHA
                   WHEN 9
                       PERFORM 5009-APROVACOES
                   WHEN 'G'
                       PERFORM 5010-GRUPOS
                   WHEN 'g'
                       PERFORM 5010-GRUPOS
                   WHEN 'X'
                       MOVE 'S' TO WRK-FIM-MENU
                   WHEN 'x'
                       MOVE 'S' TO WRK-FIM-MENU
                   WHEN OTHER
                       DISPLAY 'ENTRE COM UMA OPCAO VALIDA' AT 1915
                       ACCEPT WRK-TECLA AT 2020
               END-EVALUATE
           END-IF.

      * FINALIZAR SECTION
      ******************************************************************
       3000-FINALIZAR SECTION.
           IF WRK-OPERADOR-OK-SIM
               MOVE WRK-OPERADOR TO WRK-ACE-OPERADOR
               MOVE 'O' TO WRK-ACE-EVENTO
               MOVE SPACES TO WRK-ACE-DETALHE
               PERFORM 8050-GRAVAR-ACESSO
           END-IF.
           CLOSE CLIARQ.
           CLOSE CLICTL.
           CLOSE CLIAUD.
           CLOSE CLIOPE.
           CLOSE CLICTT.
           CLOSE CLIACE.
           CLOSE CLIPEN.
           IF WRK-CEP-DISPONIVEL-SIM
               CLOSE CLICEP
           END-IF.
           CLOSE CLIGRP.

      ******************************************************************
      * INCLUIR SECTION
               MOVE SPACES TO CLI-DOC-TIPO
               MOVE 'A' TO CLI-STATUS
               MOVE SPACES TO CLI-SIT-FATURAMENTO
               MOVE SPACES TO CLI-ULT-ALTERACAO
               MOVE SPACES TO CLI-SIT-RECEITA
               MOVE ZEROS TO CLI-DATA-RECEITA
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WRK-DT-ANO TO CLI-DATA-ANO
               MOVE WRK-DT-MES TO CLI-DATA-MES
               MOVE WRK-DT-DIA TO CLI-DATA-DIA

               MOVE CLI-END-CEP TO WRK-CEP-PREENCHIDO
               MOVE 'N' TO WRK-DADOS-OK
               PERFORM 8400-CAPTURAR-E-VALIDAR UNTIL WRK-DADOS-OK-SIM

               PERFORM 8082-CARIMBAR-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CLIENTE' AT 1515
                   IF FS-CLIAUD = '00'
                       DISPLAY 'CLIENTE INCLUIDO COM SUCESSO' AT 1515
                   END-IF
                   PERFORM 8238-VINCULAR-GRUPO
               END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

           IF WRK-ACHOU-SIM
               PERFORM 5003-GUARDAR-VALORES-ANTIGOS
               PERFORM 8080-GUARDAR-CARIMBO
               MOVE CLI-END-CEP TO WRK-CEP-PREENCHIDO
               MOVE 'N' TO WRK-DADOS-OK
               PERFORM 8400-CAPTURAR-E-VALIDAR UNTIL WRK-DADOS-OK-SIM
      * A INATIVACAO E EXCLUSIVA DO SUPERVISOR (OPCAO 4) - IMPEDE
                       AND NOT WRK-PERFIL-SUPERVISOR
                   DISPLAY 'INATIVACAO SOMENTE PELO SUPERVISOR' AT 1515
               ELSE
      * NOME E DOCUMENTO ALTERADOS POR QUEM NAO E SUPERVISOR FICAM
      * PENDENTES DE APROVACAO (OPCAO 9); OS DEMAIS CAMPOS SAO
      * GRAVADOS NORMALMENTE
                   MOVE 'N' TO WRK-ALT-PENDENTE
                   MOVE 'N' TO WRK-ALT-RECUSADA
      * CLIENTE GRAVADO POR OUTRO USUARIO OU PROGRAMA DESDE A LEITURA:
      * NADA E GRAVADO E A TELA VOLTA COM OS VALORES ATUAIS
                   PERFORM 8081-CONFERIR-CARIMBO
                   IF WRK-CONFLITO-SIM
                       MOVE 'S' TO WRK-ALT-RECUSADA
                       MOVE 'ALTERACAO' TO WRK-CONFLITO-ORIGEM
                       PERFORM 8095-RECUSAR-GRAVACAO
                   END-IF
                   IF NOT WRK-ALT-RECUSADA-SIM
                      AND NOT WRK-PERFIL-SUPERVISOR
                      AND (ANT-NOME NOT = CLI-NOME
                       OR ANT-DOC-NUMERO NOT = CLI-DOC-NUMERO
                       OR ANT-DOC-TIPO NOT = CLI-DOC-TIPO)
                       PERFORM 5003-RETER-ALTERACAO-SENSIVEL
                   END-IF
                   IF NOT WRK-ALT-RECUSADA-SIM
                       PERFORM 8240-VERIFICAR-TROCA-DOC
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR ALTERACAO'
                                   AT 1515
                       END-REWRITE
                       IF FS-CLIARQ-OK
                           PERFORM 8238-VINCULAR-GRUPO
                           PERFORM 8040-AUDITAR-ALTERACAO
                           IF FS-CLIAUD = '00'
                               IF WRK-ALT-PENDENTE-SIM
                                   DISPLAY 'NOME/DOCUMENTO AGUARDAM '
                                       'APROVACAO DO SUPERVISOR' AT 1515
                               ELSE
                                   DISPLAY
                                       'CLIENTE ALTERADO COM SUCESSO'
                                       AT 1515
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE CLI-ENDERECO TO ANT-ENDERECO.
           MOVE CLI-TELEFONE TO ANT-TELEFONE.
           MOVE CLI-DOC-NUMERO TO ANT-DOC-NUMERO.
           MOVE CLI-DOC-TIPO TO ANT-DOC-TIPO.
           MOVE CLI-STATUS TO ANT-STATUS.

      ******************************************************************
      * RETEM A MUDANCA DE NOME/DOCUMENTO EM UMA ALTERACAO PENDENTE
      * (CLIPEN) E DEVOLVE AO REGISTRO OS VALORES ATUAIS DESSES CAMPOS.
      * SO UMA PENDENCIA POR CLIENTE - HAVENDO OUTRA AGUARDANDO, A
      * ALTERACAO INTEIRA E RECUSADA.
      ******************************************************************
       5003-RETER-ALTERACAO-SENSIVEL SECTION.
           PERFORM 5003-PROCURAR-PENDENCIA.
           IF WRK-PEN-EXISTE-SIM
               MOVE 'S' TO WRK-ALT-RECUSADA
               DISPLAY 'CLIENTE JA TEM ALTERACAO AGUARDANDO APROVACAO'
                   AT 1515
           ELSE
               PERFORM 8220-PROXIMA-PENDENCIA
               IF FS-CLICTL NOT = '00'
                   MOVE 'S' TO WRK-ALT-RECUSADA
               ELSE
                   MOVE SPACES TO REG-PENDENCIA
                   MOVE WRK-PROXIMA-PENDENCIA TO PEN-NUMERO
                   MOVE CLI-CODIGO TO PEN-CLIENTE
                   MOVE 'C' TO PEN-TIPO
                   MOVE 'P' TO PEN-SITUACAO
                   MOVE WRK-OPERADOR TO PEN-SOLICITANTE
                   ACCEPT PEN-DATA-SOLIC FROM DATE YYYYMMDD
                   ACCEPT PEN-HORA-SOLIC FROM TIME
                   MOVE ANT-NOME TO PEN-NOME-ANT
                   MOVE ANT-DOC-NUMERO TO PEN-DOC-NUMERO-ANT
                   MOVE ANT-DOC-TIPO TO PEN-DOC-TIPO-ANT
                   MOVE CLI-NOME TO PEN-NOME-NOVO
                   MOVE CLI-DOC-NUMERO TO PEN-DOC-NUMERO-NOVO
                   MOVE CLI-DOC-TIPO TO PEN-DOC-TIPO-NOVO
                   MOVE ZEROS TO PEN-DATA-DECISAO
                   MOVE ZEROS TO PEN-HORA-DECISAO
                   MOVE SPACES TO PEN-SIT-RECEITA
                   MOVE ZEROS TO PEN-DATA-RECEITA
                   WRITE REG-PENDENCIA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR PENDENCIA' AT 1515
                   END-WRITE
                   IF FS-CLIPEN = '00'
                       MOVE 'S' TO WRK-ALT-PENDENTE
                       MOVE ANT-NOME TO CLI-NOME
                       MOVE ANT-DOC-NUMERO TO CLI-DOC-NUMERO
                       MOVE ANT-DOC-TIPO TO CLI-DOC-TIPO
                   ELSE
                       MOVE 'S' TO WRK-ALT-RECUSADA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PROCURA PENDENCIA EM ABERTO DO CLIENTE PELA CHAVE ALTERNADA
      ******************************************************************
       5003-PROCURAR-PENDENCIA SECTION.
           MOVE 'N' TO WRK-PEN-EXISTE.
           MOVE CLI-CODIGO TO PEN-CLIENTE.
           START CLIPEN KEY IS EQUAL TO PEN-CLIENTE
               INVALID KEY
                   MOVE '23' TO FS-CLIPEN
           END-START.

           IF FS-CLIPEN-OK
               PERFORM 5003-LER-PENDENCIA-CLIENTE
                   UNTIL WRK-PEN-EXISTE-SIM OR NOT FS-CLIPEN-OK
           END-IF.

       5003-LER-PENDENCIA-CLIENTE SECTION.
           READ CLIPEN NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLIPEN
           END-READ.
           IF FS-CLIPEN-OK
               IF PEN-CLIENTE NOT = CLI-CODIGO
                   MOVE '10' TO FS-CLIPEN
               ELSE
      * A REVISAO DA RECEITA (TIPO 'R') NAO IMPEDE A ALTERACAO - SE O
      * DOCUMENTO MUDAR, A APROVACAO DA REVISAO E RECUSADA
                   IF PEN-SIT-PENDENTE AND NOT PEN-TIPO-RECEITA
                       MOVE 'S' TO WRK-PEN-EXISTE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * EXCLUSAO SECTION (LOGICA - APENAS SINALIZA O STATUS)
      ******************************************************************
           END-READ.

           IF WRK-ACHOU-SIM
               PERFORM 8080-GUARDAR-CARIMBO
               DISPLAY TELA-CLIENTE
               IF CLI-STATUS-INATIVO
                   DISPLAY 'CLIENTE JA ESTA INATIVO' AT 1515
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N)' AT 1815
                   ACCEPT WRK-CONFIRMA AT 1840
                   IF WRK-CONFIRMA-SIM
                       PERFORM 5004-INATIVAR-CLIENTE
                   END-IF
               END-IF
           ELSE
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

      ******************************************************************
      * A INATIVACAO SO E GRAVADA SE O CLIENTE NAO MUDOU DESDE QUE FOI
      * MOSTRADO PARA A CONFIRMACAO
      ******************************************************************
       5004-INATIVAR-CLIENTE SECTION.
           MOVE 'I' TO CLI-STATUS.
           PERFORM 8081-CONFERIR-CARIMBO.
           IF WRK-CONFLITO-SIM
               MOVE 'EXCLUSAO' TO WRK-CONFLITO-ORIGEM
               PERFORM 8095-RECUSAR-GRAVACAO
           ELSE
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR CLIENTE' AT 1515
               END-REWRITE
               IF FS-CLIARQ-OK
                   PERFORM 8030-AUDITAR-EXCLUSAO
                   IF FS-CLIAUD = '00'
                       DISPLAY 'CLIENTE INATIVADO COM SUCESSO' AT 1515
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RELATORIO SECTION - LISTAGEM GERAL DE CLIENTES
      ******************************************************************
                       AT 1515
                   ACCEPT WRK-TECLA AT 1620
               ELSE
                   PERFORM 8080-GUARDAR-CARIMBO
                   MOVE 'N' TO WRK-FIM-CONTATOS
                   PERFORM 5006-MENU-CONTATOS
                       UNTIL WRK-FIM-CONTATOS-SIM
               MOVE SPACES TO CTT-VALOR
               MOVE 'N' TO WRK-CTT-OK
               PERFORM 5006-CAPTURAR-CONTATO UNTIL WRK-CTT-OK-SIM
               PERFORM 5006-CONFERIR-CLIENTE
               IF WRK-CTT-GRAVAR-SIM
                   PERFORM 5006-GRAVAR-INCLUSAO-CTT
               END-IF
               ACCEPT WRK-TECLA AT 1620
           END-IF.

       5006-GRAVAR-INCLUSAO-CTT SECTION.
           WRITE REG-CONTATO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTATO' AT 1515
           END-WRITE.
           IF FS-CLICTT = '00'
               MOVE SPACES TO WRK-DADOS-CTT-ANT
               PERFORM 5006-AUDITAR-DADOS-CONTATO
               MOVE 'CONTATO-INCL' TO AUD-CAMPO
               MOVE SPACES TO AUD-VALOR-ANTIGO
               MOVE CTT-VALOR TO AUD-VALOR-NOVO
               PERFORM 8045-GRAVAR-LINHA-AUDITORIA
               DISPLAY 'CONTATO INCLUIDO COM SUCESSO' AT 1515
           END-IF.

       5006-ALTERAR-CONTATO SECTION.
           PERFORM 5006-LOCALIZAR-CONTATO.
           IF WRK-ACHOU-SIM
               MOVE CTT-VALOR TO WRK-VALOR-ANT
               PERFORM 5006-MONTAR-DADOS-CONTATO
               MOVE WRK-DADOS-CONTATO TO WRK-DADOS-CTT-ANT
               MOVE 'N' TO WRK-CTT-OK
               PERFORM 5006-CAPTURAR-CONTATO UNTIL WRK-CTT-OK-SIM
               PERFORM 5006-CONFERIR-CLIENTE
               IF WRK-CTT-GRAVAR-SIM
                   PERFORM 5006-GRAVAR-ALTERACAO-CTT
               END-IF
           ELSE
               DISPLAY 'CONTATO NAO ENCONTRADO' AT 1515
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

       5006-GRAVAR-ALTERACAO-CTT SECTION.
           REWRITE REG-CONTATO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTATO' AT 1515
           END-REWRITE.
           IF FS-CLICTT = '00'
               PERFORM 5006-AUDITAR-DADOS-CONTATO
               MOVE 'CONTATO-ALT' TO AUD-CAMPO
               MOVE WRK-VALOR-ANT TO AUD-VALOR-ANTIGO
               MOVE CTT-VALOR TO AUD-VALOR-NOVO
               PERFORM 8045-GRAVAR-LINHA-AUDITORIA
               DISPLAY 'CONTATO ALTERADO COM SUCESSO' AT 1515
           END-IF.

       5006-RETIRAR-CONTATO SECTION.
           PERFORM 5006-LOCALIZAR-CONTATO.
           IF WRK-ACHOU-SIM
               DISPLAY 'CONFIRMA A RETIRADA (S/N)' AT 1515
               ACCEPT WRK-CONFIRMA AT 1542
               IF WRK-CONFIRMA-SIM
                   PERFORM 5006-CONFERIR-CLIENTE
                   IF WRK-CTT-GRAVAR-SIM
                       PERFORM 5006-GRAVAR-RETIRADA-CTT
                   END-IF
               END-IF
           ELSE
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

       5006-GRAVAR-RETIRADA-CTT SECTION.
           MOVE CTT-VALOR TO WRK-VALOR-ANT.
           PERFORM 5006-MONTAR-DADOS-CONTATO.
           MOVE WRK-DADOS-CONTATO TO WRK-DADOS-CTT-ANT.
           DELETE CLICTT
               INVALID KEY
                   DISPLAY 'ERRO AO RETIRAR CONTATO' AT 1515
           END-DELETE.
           IF FS-CLICTT = '00'
               MOVE 'S' TO WRK-CTT-RETIRADO
               PERFORM 5006-AUDITAR-DADOS-CONTATO
               MOVE 'N' TO WRK-CTT-RETIRADO
               MOVE 'CONTATO-EXCL' TO AUD-CAMPO
               MOVE WRK-VALOR-ANT TO AUD-VALOR-ANTIGO
               MOVE 'REMOVIDO' TO AUD-VALOR-NOVO
               PERFORM 8045-GRAVAR-LINHA-AUDITORIA
               DISPLAY 'CONTATO RETIRADO COM SUCESSO' AT 1515
           END-IF.

      ******************************************************************
      * TODA MANUTENCAO DE CONTATO REGRAVA O CLIENTE COM CARIMBO NOVO,
      * PARA QUE A ALTERACAO DO CLIENTE ABERTA EM OUTRA TELA NAO
      * SOBREPONHA OS CONTATOS. SE O CLIENTE FOI GRAVADO POR OUTRO
      * USUARIO DESDE A ABERTURA DOS CONTATOS, O CONTATO NAO E GRAVADO,
      * A TELA MOSTRA O CLIENTE ATUAL E A LISTA VOLTA ATUALIZADA;
      * CLIENTE INATIVADO NESSE MEIO ENCERRA A MANUTENCAO.
      ******************************************************************
       5006-CONFERIR-CLIENTE SECTION.
           MOVE 'N' TO WRK-CTT-GRAVAR.
           PERFORM 8081-CONFERIR-CARIMBO.
           IF WRK-CONFLITO-SIM
               MOVE 'CONTATOS' TO WRK-CONFLITO-ORIGEM
               PERFORM 8095-RECUSAR-GRAVACAO
               IF FS-CLIARQ-OK AND CLI-STATUS-ATIVO
                   PERFORM 8080-GUARDAR-CARIMBO
               ELSE
                   MOVE 'S' TO WRK-FIM-CONTATOS
               END-IF
           ELSE
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR CLIENTE' AT 1515
               END-REWRITE
               IF FS-CLIARQ-OK
                   MOVE 'S' TO WRK-CTT-GRAVAR
               END-IF
           END-IF.

      ******************************************************************
      * LINHA CONTATO-DADOS DA TRILHA, ANTES DA LINHA DO CONTATO:
      * SEQUENCIA, TIPO E NOME ANTES (WRK-DADOS-CTT-ANT) E DEPOIS DA
      * MANUTENCAO - BRANCOS DEPOIS DA RETIRADA. PERMITE A
      * RECUPERACAO (CLIRCV) REFAZER O CONTATO PELA TRILHA.
      ******************************************************************
       5006-AUDITAR-DADOS-CONTATO SECTION.
           MOVE 'CONTATO-DADOS' TO AUD-CAMPO.
           MOVE WRK-DADOS-CTT-ANT TO AUD-VALOR-ANTIGO.
           IF WRK-CTT-RETIRADO-SIM
               MOVE SPACES TO AUD-VALOR-NOVO
           ELSE
               PERFORM 5006-MONTAR-DADOS-CONTATO
               MOVE WRK-DADOS-CONTATO TO AUD-VALOR-NOVO
           END-IF.
           PERFORM 8045-GRAVAR-LINHA-AUDITORIA.

       5006-MONTAR-DADOS-CONTATO SECTION.
           MOVE SPACES TO WRK-DADOS-CONTATO.
           MOVE CTT-SEQUENCIA TO WDC-SEQUENCIA.
           MOVE CTT-TIPO TO WDC-TIPO.
           MOVE CTT-NOME TO WDC-NOME.

       5006-LOCALIZAR-CONTATO SECTION.
           MOVE ZEROS TO WRK-SEQ-BUSCA.
           DISPLAY 'SEQUENCIA DO CONTATO' AT 1610.
           PERFORM 5007-LISTAR-OPERADORES.

           MOVE SPACES TO WRK-OPCAO-OPE.
           DISPLAY 'I-INCLUIR A-ALTERAR N-INATIVAR R-RESET '
               'D-DESBLOQUEAR X-VOLTAR' AT 2110.
           ACCEPT WRK-OPCAO-OPE AT 2172.

           EVALUATE WRK-OPCAO-OPE
               WHEN 'X'
               WHEN 'R'
               WHEN 'r'
                   PERFORM 5007-RESET-SENHA
               WHEN 'D'
               WHEN 'd'
                   PERFORM 5007-DESBLOQUEAR-OPERADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE 'N' TO WRK-OPE-OK
                   PERFORM 5007-CAPTURAR-OPERADOR
                       UNTIL WRK-OPE-OK-SIM
      * A SENHA INICIAL E O PROPRIO CODIGO E JA NASCE VENCIDA - O
      * OPERADOR E OBRIGADO A TROCA-LA NO PRIMEIRO ACESSO
                   MOVE OPE-CODIGO TO OPE-SENHA
                   MOVE ZEROS TO OPE-QTD-FALHAS
                   MOVE WRK-DATA-HOJE TO OPE-DATA-EXPIRA
                   MOVE ZEROS TO OPE-DATA-ULT-ACESSO
                   MOVE SPACES TO OPE-SENHAS-ANTERIORES
                   WRITE REG-OPERADOR
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 1515

       5007-ALTERAR-OPERADOR SECTION.
           PERFORM 5007-LOCALIZAR-OPERADOR.
      * OPERADOR BLOQUEADO SO VOLTA A ATIVO PELO DESBLOQUEIO, QUE
      * TAMBEM ZERA AS FALHAS E FICA REGISTRADO NO LOG DE ACESSOS
           IF WRK-ACHOU-SIM AND OPE-STATUS-BLOQUEADO
               DISPLAY 'OPERADOR BLOQUEADO - USE D-DESBLOQUEAR' AT 1515
               ACCEPT WRK-TECLA AT 1620
           ELSE
               PERFORM 5007-ALTERAR-DADOS
           END-IF.

       5007-ALTERAR-DADOS SECTION.
           IF WRK-ACHOU-SIM
               MOVE OPE-NOME TO AOP-NOME
               MOVE OPE-PERFIL TO AOP-PERFIL

      ******************************************************************
      * RESET DE SENHA - A SENHA VOLTA A SER O CODIGO DO OPERADOR,
      * JA VENCIDA: A TROCA E OBRIGATORIA NO PROXIMO ACESSO. O RESET
      * NAO DESBLOQUEIA O OPERADOR.
      ******************************************************************
       5007-RESET-SENHA SECTION.
           PERFORM 5007-LOCALIZAR-OPERADOR.
               ACCEPT WRK-CONFIRMA AT 1848
               IF WRK-CONFIRMA-SIM
                   MOVE OPE-CODIGO TO OPE-SENHA
                   MOVE WRK-DATA-HOJE TO OPE-DATA-EXPIRA
                   REWRITE REG-OPERADOR
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 1515
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

      ******************************************************************
      * DESBLOQUEIO - OPERADOR BLOQUEADO POR FALHAS DE SENHA VOLTA A
      * ATIVO COM AS FALHAS ZERADAS. FICA NA TRILHA DE AUDITORIA E NO
      * LOG DE ACESSOS, COM O SUPERVISOR COMO RESPONSAVEL.
      ******************************************************************
       5007-DESBLOQUEAR-OPERADOR SECTION.
           PERFORM 5007-LOCALIZAR-OPERADOR.
           IF WRK-ACHOU-SIM
               IF NOT OPE-STATUS-BLOQUEADO
                   DISPLAY 'OPERADOR NAO ESTA BLOQUEADO' AT 1515
               ELSE
                   DISPLAY 'CONFIRMA O DESBLOQUEIO (S/N)' AT 1815
                   ACCEPT WRK-CONFIRMA AT 1845
                   IF WRK-CONFIRMA-SIM
                       MOVE 'A' TO OPE-STATUS
                       MOVE ZEROS TO OPE-QTD-FALHAS
                       REWRITE REG-OPERADOR
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR OPERADOR' AT 1515
                       END-REWRITE
                       IF FS-CLIOPE = '00'
                           MOVE 'A' TO AUD-OPERACAO
                           MOVE 'OPERADOR-DESBL' TO AUD-CAMPO
                           MOVE OPE-CODIGO TO AUD-VALOR-ANTIGO
                           MOVE 'ATIVO' TO AUD-VALOR-NOVO
                           PERFORM 8046-GRAVAR-AUD-OPERADOR
                           MOVE OPE-CODIGO TO WRK-ACE-OPERADOR
                           MOVE 'D' TO WRK-ACE-EVENTO
                           MOVE 'DESBLOQUEADO PELO SUPERVISOR'
                               TO WRK-ACE-DETALHE
                           PERFORM 8050-GRAVAR-ACESSO
                           DISPLAY 'OPERADOR DESBLOQUEADO' AT 1515
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY 'OPERADOR NAO ENCONTRADO' AT 1515
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

       5007-LOCALIZAR-OPERADOR SECTION.
           MOVE SPACES TO WRK-OPE-BUSCA.
           DISPLAY 'CODIGO DO OPERADOR' AT 1410.
      ******************************************************************
      * TROCAR SENHA SECTION - TROCA DA PROPRIA SENHA DO OPERADOR
      * CONECTADO (OPCAO 8, TODOS OS PERFIS). TAMBEM E CHAMADA DE
      * FORMA OBRIGATORIA ENQUANTO A SENHA PADRAO DO ADMIN VIGORAR OU
      * QUANDO A SENHA VENCEU. A NOVA SENHA NAO PODE REPETIR A ATUAL
      * NEM AS 3 ANTERIORES E VALE PELOS DIAS DA POLITICA DE SENHAS.
      ******************************************************************
       5008-TROCAR-SENHA SECTION.
           MOVE 'MODULO - TROCA DE SENHA' TO WRK-MODULO.
                       DISPLAY 'SENHA PADRAO NAO E PERMITIDA' AT 1515
                   WHEN WRK-SENHA-NOVA1 NOT = WRK-SENHA-NOVA2
                       DISPLAY 'CONFIRMACAO NAO CONFERE' AT 1515
                   WHEN WRK-SENHA-NOVA1 = OPE-SENHA
                     OR WRK-SENHA-NOVA1 = OPE-SENHA-ANTERIOR (1)
                     OR WRK-SENHA-NOVA1 = OPE-SENHA-ANTERIOR (2)
                     OR WRK-SENHA-NOVA1 = OPE-SENHA-ANTERIOR (3)
                       DISPLAY 'SENHA JA UTILIZADA - ESCOLHA OUTRA'
                           AT 1515
                   WHEN OTHER
                       PERFORM 5008-GUARDAR-SENHA-ANTERIOR
                       MOVE WRK-SENHA-NOVA1 TO OPE-SENHA
                       PERFORM 8800-CALCULAR-VALIDADE-SENHA
                       REWRITE REG-OPERADOR
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR OPERADOR'
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

      ******************************************************************
      * A SENHA PROVISORIA (O PROPRIO CODIGO, DA INCLUSAO OU DO RESET)
      * NAO ENTRA NO HISTORICO - SO AS SENHAS ESCOLHIDAS PELO OPERADOR
      ******************************************************************
       5008-GUARDAR-SENHA-ANTERIOR SECTION.
           IF OPE-SENHA NOT = OPE-CODIGO
               MOVE OPE-SENHA-ANTERIOR (2) TO OPE-SENHA-ANTERIOR (3)
               MOVE OPE-SENHA-ANTERIOR (1) TO OPE-SENHA-ANTERIOR (2)
               MOVE OPE-SENHA TO OPE-SENHA-ANTERIOR (1)
           END-IF.

      ******************************************************************
      * APROVACOES SECTION - ALTERACOES DE NOME/DOCUMENTO PENDENTES
      * (OPCAO 9, EXCLUSIVA DO SUPERVISOR). A APROVACAO APLICA A
      * MUDANCA NO CLIARQ; A REJEICAO EXIGE MOTIVO E NAO MEXE NO
      * CADASTRO. O SOLICITANTE NAO DECIDE A PROPRIA ALTERACAO.
      ******************************************************************
       5009-APROVACOES SECTION.
           MOVE 'MODULO - APROVACOES' TO WRK-MODULO.
           MOVE 'N' TO WRK-FIM-PENDENCIAS.
           PERFORM 5009-MENU-APROVACOES
               UNTIL WRK-FIM-PENDENCIAS-SIM.

       5009-MENU-APROVACOES SECTION.
           DISPLAY TELA.

           PERFORM 5009-LISTAR-PENDENCIAS.

           MOVE SPACES TO WRK-OPCAO-PEN.
           DISPLAY 'D-DECIDIR X-VOLTAR' AT 2110.
           ACCEPT WRK-OPCAO-PEN AT 2130.

           EVALUATE WRK-OPCAO-PEN
               WHEN 'X'
               WHEN 'x'
                   MOVE 'S' TO WRK-FIM-PENDENCIAS
               WHEN 'D'
               WHEN 'd'
                   PERFORM 5009-DECIDIR-PENDENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * LISTA AS ALTERACOES PENDENTES (ATE 8 NA TELA), DA MAIS ANTIGA
      * PARA A MAIS RECENTE
      ******************************************************************
       5009-LISTAR-PENDENCIAS SECTION.
           MOVE ZEROS TO WRK-QTD-PENDENCIAS.
           DISPLAY 'NUMERO CLIENT SOLICIT. DATA     CAMPOS         NOME'
               AT 0303.
           MOVE ZEROS TO PEN-NUMERO.
           START CLIPEN KEY IS NOT LESS THAN PEN-NUMERO
               INVALID KEY
                   MOVE '23' TO FS-CLIPEN
           END-START.

           IF FS-CLIPEN-OK
               PERFORM 5009-LER-PENDENCIA
                   UNTIL NOT FS-CLIPEN-OK
           END-IF.

           IF WRK-QTD-PENDENCIAS = ZEROS
               DISPLAY 'NENHUMA ALTERACAO PENDENTE' AT 0403
           END-IF.
           IF WRK-QTD-PENDENCIAS > 8
               DISPLAY 'HA MAIS PENDENCIAS NAO EXIBIDAS' AT 1210
           END-IF.

       5009-LER-PENDENCIA SECTION.
           READ CLIPEN NEXT RECORD
               AT END
                   MOVE '10' TO FS-CLIPEN
           END-READ.
           IF FS-CLIPEN-OK AND PEN-SIT-PENDENTE
               ADD 1 TO WRK-QTD-PENDENCIAS
               IF WRK-QTD-PENDENCIAS <= 8
                   MOVE PEN-NUMERO TO WLP-NUMERO
                   MOVE PEN-CLIENTE TO WLP-CLIENTE
                   MOVE PEN-SOLICITANTE TO WLP-SOLICITANTE
                   MOVE PEN-DATA-SOLIC TO WLP-DATA
                   MOVE SPACES TO WLP-CAMPOS
                   IF PEN-TIPO-RECEITA
                       MOVE 'SIT. RECEITA' TO WLP-CAMPOS
                       MOVE PEN-SIT-RECEITA TO WLP-CAMPOS (14 : 1)
                   END-IF
                   IF PEN-NOME-ANT NOT = PEN-NOME-NOVO
                       MOVE 'NOME' TO WLP-CAMPOS
                   END-IF
                   IF PEN-DOC-NUMERO-ANT NOT = PEN-DOC-NUMERO-NOVO
                      OR PEN-DOC-TIPO-ANT NOT = PEN-DOC-TIPO-NOVO
                       IF WLP-CAMPOS = SPACES
                           MOVE 'DOCUMENTO' TO WLP-CAMPOS
                       ELSE
                           MOVE 'NOME+DOCUMENTO' TO WLP-CAMPOS
                       END-IF
                   END-IF
                   MOVE PEN-NOME-ANT TO WLP-NOME
                   COMPUTE WRK-POS-TELA-PEN =
                       300 + (WRK-QTD-PENDENCIAS * 100) + 3
                   DISPLAY WRK-LINHA-PENDENCIA AT WRK-POS-TELA-PEN
               END-IF
           END-IF.

       5009-DECIDIR-PENDENCIA SECTION.
           MOVE ZEROS TO WRK-PEN-BUSCA.
           DISPLAY 'NUMERO DA PENDENCIA' AT 1410.
           ACCEPT WRK-PEN-BUSCA AT 1430.
           MOVE WRK-PEN-BUSCA TO PEN-NUMERO.
           READ CLIPEN
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

           EVALUATE TRUE
               WHEN NOT WRK-ACHOU-SIM
                   DISPLAY 'PENDENCIA NAO ENCONTRADA' AT 1515
               WHEN NOT PEN-SIT-PENDENTE
                   DISPLAY 'PENDENCIA JA DECIDIDA' AT 1515
               WHEN PEN-SOLICITANTE = WRK-OPERADOR
                   DISPLAY 'O SOLICITANTE NAO PODE DECIDIR A PROPRIA '
                       'ALTERACAO' AT 1515
               WHEN OTHER
                   PERFORM 5009-EXIBIR-E-DECIDIR
           END-EVALUATE.
           ACCEPT WRK-TECLA AT 1620.

       5009-EXIBIR-E-DECIDIR SECTION.
           DISPLAY TELA.
           DISPLAY TELA-PENDENCIA.
           IF PEN-TIPO-RECEITA
               DISPLAY TELA-PENDENCIA-RECEITA
           END-IF.
           MOVE SPACES TO WRK-DECISAO.
           DISPLAY 'A-APROVAR R-REJEITAR X-VOLTAR' AT 1310.
           ACCEPT WRK-DECISAO AT 1341.

           EVALUATE WRK-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5009-APROVAR-PENDENCIA
               WHEN 'R'
               WHEN 'r'
                   PERFORM 5009-REJEITAR-PENDENCIA
               WHEN OTHER
                   DISPLAY 'NENHUMA DECISAO REGISTRADA' AT 1515
           END-EVALUATE.

      ******************************************************************
      * A APROVACAO SO E APLICADA SE O CADASTRO AINDA TEM OS VALORES
      * DA SOLICITACAO - SE MUDOU DEPOIS DELA, A PENDENCIA DEVE SER
      * REJEITADA E SOLICITADA DE NOVO
      ******************************************************************
       5009-APROVAR-PENDENCIA SECTION.
           MOVE PEN-CLIENTE TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   PERFORM 8080-GUARDAR-CARIMBO
           END-READ.

           EVALUATE TRUE
               WHEN NOT WRK-ACHOU-SIM
                   DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1515
               WHEN PEN-TIPO-RECEITA
                   PERFORM 5009-APROVAR-INATIVACAO
               WHEN CLI-NOME NOT = PEN-NOME-ANT
                 OR CLI-DOC-NUMERO NOT = PEN-DOC-NUMERO-ANT
                 OR CLI-DOC-TIPO NOT = PEN-DOC-TIPO-ANT
                   DISPLAY 'CADASTRO MUDOU APOS A SOLICITACAO - REJEITE'
                       AT 1515
               WHEN OTHER
                   PERFORM 5009-APLICAR-ALTERACAO
           END-EVALUATE.

      ******************************************************************
      * O DOCUMENTO PROPOSTO E VALIDADO DE NOVO (DIGITO E DUPLICIDADE)
      * POIS OUTRO CLIENTE PODE TER RECEBIDO O MESMO DOCUMENTO ENQUANTO
      * A PENDENCIA AGUARDAVA. A TRILHA REGISTRA OS CAMPOS ALTERADOS
      * EM NOME DO APROVADOR E UMA LINHA 'APROVACAO' COM O SOLICITANTE.
      ******************************************************************
       5009-APLICAR-ALTERACAO SECTION.
           PERFORM 5003-GUARDAR-VALORES-ANTIGOS.
           MOVE PEN-NOME-NOVO TO CLI-NOME.
           MOVE PEN-DOC-NUMERO-NOVO TO CLI-DOC-NUMERO.
           MOVE PEN-DOC-TIPO-NOVO TO CLI-DOC-TIPO.

           MOVE 'S' TO WRK-DADOS-OK.
           IF CLI-DOC-NUMERO NOT = ANT-DOC-NUMERO
              OR CLI-DOC-TIPO NOT = ANT-DOC-TIPO
               PERFORM 8310-VALIDAR-DOCUMENTO
               IF NOT WRK-DOC-VALIDO-SIM
                   MOVE 'N' TO WRK-DADOS-OK
                   MOVE 'DOCUMENTO INVALIDO - DIGITO VERIFICADOR'
                       TO WRK-MSG-ERRO
               ELSE
                   PERFORM 8320-VERIFICAR-DOC-DUPLICADO
                   IF WRK-DOC-DUPLICADO-SIM
                       MOVE 'N' TO WRK-DADOS-OK
                       MOVE 'DOCUMENTO JA PERTENCE A OUTRO CLIENTE'
                           TO WRK-MSG-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WRK-DADOS-OK-SIM
               PERFORM 8081-CONFERIR-CARIMBO
               IF WRK-CONFLITO-SIM
                   MOVE 'N' TO WRK-DADOS-OK
                   MOVE 'APROVACAO' TO WRK-CONFLITO-ORIGEM
                   PERFORM 8095-RECUSAR-GRAVACAO
               END-IF
           ELSE
               DISPLAY WRK-MSG-ERRO AT 1515
           END-IF.

           IF WRK-DADOS-OK-SIM
               PERFORM 8240-VERIFICAR-TROCA-DOC
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ALTERACAO' AT 1515
               END-REWRITE
               IF FS-CLIARQ-OK
                   PERFORM 8238-VINCULAR-GRUPO
                   PERFORM 8040-AUDITAR-ALTERACAO
                   PERFORM 5009-AUDITAR-APROVACAO
                   MOVE 'A' TO PEN-SITUACAO
                   MOVE SPACES TO PEN-MOTIVO
                   PERFORM 5009-GRAVAR-DECISAO
                   IF FS-CLIPEN = '00' AND FS-CLIAUD = '00'
                       DISPLAY 'ALTERACAO APROVADA E APLICADA' AT 1515
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * REVISAO DA RECEITA (TIPO 'R') - A APROVACAO INATIVA O CLIENTE
      * COMO A EXCLUSAO (OPCAO 4), SE O DOCUMENTO AINDA E O CONSULTADO
      ******************************************************************
       5009-APROVAR-INATIVACAO SECTION.
           EVALUATE TRUE
               WHEN CLI-DOC-NUMERO NOT = PEN-DOC-NUMERO-ANT
                 OR CLI-DOC-TIPO NOT = PEN-DOC-TIPO-ANT
                   DISPLAY 'DOCUMENTO MUDOU APOS A CONSULTA - REJEITE'
                       AT 1515
               WHEN CLI-STATUS-INATIVO
                   DISPLAY 'CLIENTE JA ESTA INATIVO - REJEITE' AT 1515
               WHEN OTHER
                   PERFORM 5009-INATIVAR-PELA-RECEITA
           END-EVALUATE.

       5009-INATIVAR-PELA-RECEITA SECTION.
           MOVE 'I' TO CLI-STATUS.
           PERFORM 8081-CONFERIR-CARIMBO.
           IF WRK-CONFLITO-SIM
               MOVE 'APROVACAO' TO WRK-CONFLITO-ORIGEM
               PERFORM 8095-RECUSAR-GRAVACAO
           ELSE
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR CLIENTE' AT 1515
               END-REWRITE
               IF FS-CLIARQ-OK
                   PERFORM 8030-AUDITAR-EXCLUSAO
                   PERFORM 5009-AUDITAR-APROVACAO
                   MOVE 'A' TO PEN-SITUACAO
                   MOVE SPACES TO PEN-MOTIVO
                   PERFORM 5009-GRAVAR-DECISAO
                   IF FS-CLIPEN = '00' AND FS-CLIAUD = '00'
                       DISPLAY 'CLIENTE INATIVADO PELA APROVACAO'
                           AT 1515
                   END-IF
               END-IF
           END-IF.

       5009-AUDITAR-APROVACAO SECTION.
           MOVE 'APROVACAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANTIGO.
           STRING 'SOLICITANTE ' DELIMITED BY SIZE
                  PEN-SOLICITANTE DELIMITED BY SPACE
                  ' PENDENCIA ' DELIMITED BY SIZE
                  PEN-NUMERO DELIMITED BY SIZE
               INTO AUD-VALOR-ANTIGO
           END-STRING.
           MOVE SPACES TO AUD-VALOR-NOVO.
           STRING 'APROVADOR ' DELIMITED BY SIZE
                  WRK-OPERADOR DELIMITED BY SPACE
               INTO AUD-VALOR-NOVO
           END-STRING.
           PERFORM 8045-GRAVAR-LINHA-AUDITORIA.

       5009-REJEITAR-PENDENCIA SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           DISPLAY 'MOTIVO:' AT 1410.
           ACCEPT WRK-MOTIVO AT 1418.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO DA REJEICAO E OBRIGATORIO' AT 1515
           ELSE
               MOVE 'R' TO PEN-SITUACAO
               MOVE WRK-MOTIVO TO PEN-MOTIVO
               PERFORM 5009-GRAVAR-DECISAO
               IF FS-CLIPEN = '00'
                   DISPLAY 'ALTERACAO REJEITADA' AT 1515
               END-IF
           END-IF.

      ******************************************************************
      * FECHA A PENDENCIA COM O SUPERVISOR QUE DECIDIU, DATA E HORA
      ******************************************************************
       5009-GRAVAR-DECISAO SECTION.
           MOVE WRK-OPERADOR TO PEN-APROVADOR.
           ACCEPT PEN-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA-DECISAO FROM TIME.
           REWRITE REG-PENDENCIA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PENDENCIA' AT 1515
           END-REWRITE.

      ******************************************************************
      * GRUPOS SECTION - GRUPO ECONOMICO (CLIGRP), EXCLUSIVO DO
      * SUPERVISOR. O GRUPO E LOCALIZADO PELO CODIGO DE UM CLIENTE
      * CNPJ (SEM VINCULO AINDA, ELE E LIGADO AO GRUPO DA SUA RAIZ
      * NESSE MOMENTO); A TELA LISTA MATRIZ E FILIAIS E PERMITE
      * DEFINIR A MATRIZ E DESLIGAR OU RELIGAR FILIAIS. O VINCULO
      * AJUSTADO GUARDA O SUPERVISOR E A DATA (ORIGEM 'S').
      ******************************************************************
       5010-GRUPOS SECTION.
           MOVE 'MODULO - GRUPOS' TO WRK-MODULO.
           DISPLAY TELA.

           MOVE ZEROS TO WRK-CODIGO-BUSCA.
           DISPLAY 'CODIGO DE UM CLIENTE DO GRUPO' AT 0410.
           ACCEPT WRK-CODIGO-BUSCA AT 0441.
           MOVE WRK-CODIGO-BUSCA TO CLI-CODIGO.
           READ CLIARQ
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

           EVALUATE TRUE
               WHEN NOT WRK-ACHOU-SIM
                   DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1515
                   ACCEPT WRK-TECLA AT 1620
               WHEN NOT CLI-DOC-CNPJ
                   DISPLAY 'CLIENTE NAO E PESSOA JURIDICA (CNPJ)'
                       AT 1515
                   ACCEPT WRK-TECLA AT 1620
               WHEN OTHER
                   PERFORM 8238-VINCULAR-GRUPO
                   PERFORM 8231-LER-VINCULO
                   IF WRK-GRP-ACHOU-SIM
                       MOVE GRP-RAIZ TO WRK-GRP-SELECIONADO
                       MOVE 'N' TO WRK-FIM-GRUPO
                       PERFORM 5010-MENU-GRUPO
                           UNTIL WRK-FIM-GRUPO-SIM
                   ELSE
                       DISPLAY 'GRUPO ECONOMICO NAO ENCONTRADO' AT 1515
                       ACCEPT WRK-TECLA AT 1620
                   END-IF
           END-EVALUATE.

       5010-MENU-GRUPO SECTION.
           DISPLAY TELA.

           PERFORM 5010-LISTAR-MEMBROS.

           MOVE SPACES TO WRK-OPCAO-GRP.
           DISPLAY 'M-MATRIZ D-DESLIGAR L-RELIGAR X-VOLTAR' AT 2110.
           ACCEPT WRK-OPCAO-GRP AT 2150.

           EVALUATE WRK-OPCAO-GRP
               WHEN 'X'
               WHEN 'x'
                   MOVE 'S' TO WRK-FIM-GRUPO
               WHEN 'M'
               WHEN 'm'
                   PERFORM 5010-DEFINIR-MATRIZ
               WHEN 'D'
               WHEN 'd'
                   PERFORM 5010-DESLIGAR-FILIAL
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5010-RELIGAR-FILIAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * LISTA OS MEMBROS DO GRUPO (ATE 8 NA TELA) NA ORDEM DE CODIGO,
      * COM STATUS E SITUACAO DE FATURAMENTO DO CADASTRO
      ******************************************************************
       5010-LISTAR-MEMBROS SECTION.
           MOVE ZEROS TO WRK-QTD-MEMBROS.
           DISPLAY 'GRUPO ECONOMICO - RAIZ DO CNPJ:' AT 0303.
           DISPLAY WRK-GRP-SELECIONADO AT 0335.
           DISPLAY 'CODIGO CNPJ           NOME                      '
               'ST FAT MATRIZ SITUACAO' AT 0403.
           MOVE WRK-GRP-SELECIONADO TO WRK-GRP-RAIZ-BUSCA.
           PERFORM 8234-POSICIONAR-GRUPO.
           PERFORM 5010-LER-MEMBRO
               UNTIL WRK-GRP-FIM-SIM.

           IF WRK-QTD-MEMBROS > 8
               DISPLAY 'HA MAIS MEMBROS NAO EXIBIDOS' AT 1310
           END-IF.

       5010-LER-MEMBRO SECTION.
           PERFORM 8235-LER-MEMBRO.
           IF NOT WRK-GRP-FIM-SIM
               ADD 1 TO WRK-QTD-MEMBROS
               IF WRK-QTD-MEMBROS <= 8
                   MOVE GRP-CLIENTE TO CLI-CODIGO
                   READ CLIARQ
                       INVALID KEY
                           MOVE SPACES TO REG-CLIENTE
                           MOVE ZEROS TO CLI-DOC-NUMERO
                           MOVE 'CLIENTE FORA DO MESTRE' TO CLI-NOME
                   END-READ
                   MOVE GRP-CLIENTE TO WLG-CODIGO
                   MOVE CLI-DOC-NUMERO TO WLG-CNPJ
                   MOVE CLI-NOME TO WLG-NOME
                   MOVE CLI-STATUS TO WLG-STATUS
                   MOVE CLI-SIT-FATURAMENTO TO WLG-SIT-FAT
                   IF GRP-MATRIZ-SIM
                       MOVE 'MATRIZ' TO WLG-MATRIZ
                   ELSE
                       MOVE SPACES TO WLG-MATRIZ
                   END-IF
                   IF GRP-SIT-DESLIGADO
                       MOVE 'DESLIGADA' TO WLG-SITUACAO
                   ELSE
                       MOVE 'LIGADA' TO WLG-SITUACAO
                   END-IF
                   COMPUTE WRK-POS-TELA-GRP =
                       400 + (WRK-QTD-MEMBROS * 100) + 3
                   DISPLAY WRK-LINHA-GRUPO AT WRK-POS-TELA-GRP
               END-IF
           END-IF.

      ******************************************************************
      * LE O VINCULO DO CLIENTE INFORMADO - SO SERVE MEMBRO DO GRUPO
      * EM TELA
      ******************************************************************
       5010-ESCOLHER-MEMBRO SECTION.
           MOVE ZEROS TO WRK-CLIENTE-GRUPO.
           DISPLAY 'CODIGO DO CLIENTE' AT 1410.
           ACCEPT WRK-CLIENTE-GRUPO AT 1429.
           MOVE WRK-CLIENTE-GRUPO TO GRP-CLIENTE.
           READ CLIGRP KEY IS GRP-CLIENTE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU-SIM
               IF GRP-RAIZ NOT = WRK-GRP-SELECIONADO
                   MOVE 'N' TO WRK-ACHOU
               END-IF
           END-IF.
           IF NOT WRK-ACHOU-SIM
               DISPLAY 'CLIENTE NAO PERTENCE A ESTE GRUPO' AT 1515
           END-IF.

      ******************************************************************
      * A MATRIZ E UNICA NO GRUPO: O CLIENTE ESCOLHIDO PASSA A MATRIZ
      * E A MARCA SAI DE QUALQUER OUTRO MEMBRO
      ******************************************************************
       5010-DEFINIR-MATRIZ SECTION.
           PERFORM 5010-ESCOLHER-MEMBRO.
           IF WRK-ACHOU-SIM
               IF NOT GRP-SIT-LIGADO
                   DISPLAY 'RELIGUE A FILIAL ANTES DE DEFINI-LA COMO '
                       'MATRIZ' AT 1515
               ELSE
                   MOVE SPACES TO WRK-GRP-MOVIMENTO
                   MOVE WRK-GRP-SELECIONADO TO WRK-GRP-RAIZ-BUSCA
                   PERFORM 8234-POSICIONAR-GRUPO
                   PERFORM 5010-ACERTAR-MATRIZ
                       UNTIL WRK-GRP-FIM-SIM
                   IF WRK-GRP-MOVIMENTO NOT = 'X'
                       DISPLAY 'MATRIZ DO GRUPO DEFINIDA' AT 1515
                   END-IF
               END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

       5010-ACERTAR-MATRIZ SECTION.
           PERFORM 8235-LER-MEMBRO.
           IF NOT WRK-GRP-FIM-SIM
               IF GRP-CLIENTE = WRK-CLIENTE-GRUPO
                   MOVE 'S' TO GRP-MATRIZ
                   PERFORM 5010-REGRAVAR-VINCULO
               ELSE
                   IF GRP-MATRIZ-SIM
                       MOVE 'N' TO GRP-MATRIZ
                       PERFORM 5010-REGRAVAR-VINCULO
                   END-IF
               END-IF
           END-IF.

       5010-DESLIGAR-FILIAL SECTION.
           PERFORM 5010-ESCOLHER-MEMBRO.
           IF WRK-ACHOU-SIM
               IF GRP-SIT-DESLIGADO
                   DISPLAY 'FILIAL JA ESTA DESLIGADA DO GRUPO' AT 1515
               ELSE
                   MOVE SPACES TO WRK-GRP-MOVIMENTO
                   MOVE 'D' TO GRP-SITUACAO
                   MOVE 'N' TO GRP-MATRIZ
                   PERFORM 5010-REGRAVAR-VINCULO
                   IF WRK-GRP-MOVIMENTO NOT = 'X'
                       DISPLAY 'FILIAL DESLIGADA DO GRUPO' AT 1515
                   END-IF
               END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

       5010-RELIGAR-FILIAL SECTION.
           PERFORM 5010-ESCOLHER-MEMBRO.
           IF WRK-ACHOU-SIM
               IF GRP-SIT-LIGADO
                   DISPLAY 'FILIAL JA ESTA LIGADA AO GRUPO' AT 1515
               ELSE
                   MOVE SPACES TO WRK-GRP-MOVIMENTO
                   MOVE 'A' TO GRP-SITUACAO
                   PERFORM 5010-REGRAVAR-VINCULO
                   IF WRK-GRP-MOVIMENTO NOT = 'X'
                       DISPLAY 'FILIAL RELIGADA AO GRUPO' AT 1515
                   END-IF
               END-IF
           END-IF.
           ACCEPT WRK-TECLA AT 1620.

       5010-REGRAVAR-VINCULO SECTION.
           MOVE 'S' TO GRP-ORIGEM.
           ACCEPT GRP-DATA FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO GRP-OPERADOR.
           REWRITE REG-GRUPO
               INVALID KEY
                   MOVE 'X' TO WRK-GRP-MOVIMENTO
                   DISPLAY 'ERRO AO GRAVAR GRUPO ECONOMICO' AT 1515
           END-REWRITE.

      ******************************************************************
      * CAPTURA E VALIDACAO DE DADOS DO CLIENTE (INCLUIR E ALTERACAO)
      ******************************************************************
       8400-CAPTURAR-E-VALIDAR SECTION.
           DISPLAY TELA-CLIENTE.
           ACCEPT TELA-CLIENTE.
           PERFORM 8410-PREENCHER-PELO-CEP.
           IF WRK-END-PREENCHIDO-SIM
               MOVE 'N' TO WRK-DADOS-OK
               DISPLAY 'ENDERECO PREENCHIDO PELO CEP - CONFIRME'
                   AT 1515
           ELSE
               PERFORM 8300-VALIDAR-DADOS-CLIENTE
               IF NOT WRK-DADOS-OK-SIM
                   DISPLAY WRK-MSG-ERRO AT 1515
               END-IF
           END-IF.

      ******************************************************************
      * CEP NOVO DIGITADO E ENCONTRADO NA TABELA DOS CORREIOS TRAZ
      * LOGRADOURO, CIDADE E UF PARA A TELA, QUE VOLTA AO OPERADOR
      * PARA CONFERIR E COMPLETAR (NUMERO, COMPLEMENTO). O MESMO CEP
      * NAO E CONSULTADO DE NOVO, PARA NAO DESFAZER A CORRECAO FEITA
      * PELO OPERADOR. O CEP GERAL DE MUNICIPIO NAO TRAZ LOGRADOURO.
      ******************************************************************
       8410-PREENCHER-PELO-CEP SECTION.
           MOVE 'N' TO WRK-END-PREENCHIDO.
           IF WRK-CEP-DISPONIVEL-SIM AND CLI-END-CEP NUMERIC
               IF CLI-END-CEP NOT = ZEROS
                       AND CLI-END-CEP NOT = WRK-CEP-PREENCHIDO
                   MOVE CLI-END-CEP TO WRK-CEP-PREENCHIDO
                   PERFORM 8340-CONSULTAR-CEP
                   IF WRK-CEP-CADASTRADO-SIM
                       PERFORM 8420-COPIAR-ENDERECO-CEP
                   END-IF
               END-IF
           END-IF.

       8420-COPIAR-ENDERECO-CEP SECTION.
           IF CEP-LOGRADOURO NOT = SPACES
                   AND CEP-LOGRADOURO NOT = CLI-END-LOGRADOURO
               MOVE CEP-LOGRADOURO TO CLI-END-LOGRADOURO
               MOVE 'S' TO WRK-END-PREENCHIDO
           END-IF.
           IF CEP-CIDADE NOT = CLI-END-CIDADE
               MOVE CEP-CIDADE TO CLI-END-CIDADE
               MOVE 'S' TO WRK-END-PREENCHIDO
           END-IF.
           IF CEP-UF NOT = CLI-END-UF
               MOVE CEP-UF TO CLI-END-UF
               MOVE 'S' TO WRK-END-PREENCHIDO
           END-IF.

      ******************************************************************
      ******************************************************************
           COPY CLIVALP.

      ******************************************************************
      * LINHAS DE CAMPO DA TRILHA DA INCLUSAO (SECTIONS 8070/8075 -
      * VER CLIAUDP)
      ******************************************************************
           COPY CLIAUDP.

      ******************************************************************
      * CONTROLE DE CODIGO AUTOMATICO DE CLIENTE (CLICTL)
      ******************************************************************
               END-WRITE
           END-IF.

      ******************************************************************
      * NUMERACAO DAS ALTERACOES PENDENTES (CLICTL, CHAVE '2')
      ******************************************************************
       8220-PROXIMA-PENDENCIA SECTION.
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
                       DISPLAY 'ERRO AO ATUALIZAR CONTROLE' AT 1515
               END-REWRITE
           ELSE
               WRITE REG-CONTROLE
                   INVALID KEY
                       DISPLAY 'ERRO AO CRIAR CONTROLE' AT 1515
               END-WRITE
           END-IF.

      ******************************************************************
      * TRILHA DE AUDITORIA (CLIAUD)
      ******************************************************************
           MOVE SPACES TO AUD-VALOR-ANTIGO.
           MOVE CLI-NOME TO AUD-VALOR-NOVO.
           WRITE REG-AUDITORIA.
           PERFORM 8070-AUDITAR-CAMPOS-INCLUSAO.
           IF FS-CLIAUD NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TRILHA DE AUDITORIA' AT 1515
           END-IF.
               MOVE CLI-DOC-NUMERO TO AUD-VALOR-NOVO
               PERFORM 8045-GRAVAR-LINHA-AUDITORIA
           END-IF.
           IF ANT-DOC-TIPO NOT = CLI-DOC-TIPO
               MOVE 'TIPO-DOCUMENTO' TO AUD-CAMPO
               MOVE ANT-DOC-TIPO TO AUD-VALOR-ANTIGO
               MOVE CLI-DOC-TIPO TO AUD-VALOR-NOVO
               PERFORM 8045-GRAVAR-LINHA-AUDITORIA
           END-IF.
           IF ANT-STATUS NOT = CLI-STATUS
               MOVE 'STATUS' TO AUD-CAMPO
               MOVE ANT-STATUS TO AUD-VALOR-ANTIGO
               DISPLAY 'ERRO AO GRAVAR TRILHA DE AUDITORIA' AT 1515
           END-IF.

      ******************************************************************
      * LOG DE ACESSOS (CLIACE) - OPERADOR, EVENTO E DETALHE EM
      * WRK-ACE-...; O RESPONSAVEL E O OPERADOR CONECTADO (BRANCOS
      * ANTES DA IDENTIFICACAO)
      ******************************************************************
       8050-GRAVAR-ACESSO SECTION.
           MOVE SPACES TO REG-ACESSO.
           MOVE WRK-ACE-OPERADOR TO ACE-OPERADOR.
           ACCEPT ACE-DATA FROM DATE YYYYMMDD.
           ACCEPT ACE-HORA FROM TIME.
           MOVE WRK-ACE-EVENTO TO ACE-EVENTO.
           MOVE WRK-OPERADOR TO ACE-RESPONSAVEL.
           MOVE WRK-ACE-DETALHE TO ACE-DETALHE.
           WRITE REG-ACESSO.
           IF FS-CLIACE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR LOG DE ACESSOS' AT 1515
           END-IF.

       8090-CARIMBAR-DATA-HORA SECTION.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WRK-OPERADOR TO AUD-OPERADOR.

      ******************************************************************
      * GRAVACAO RECUSADA PELA CONFERENCIA DO CARIMBO (8081): O
      * REG-CLIENTE JA TEM OS VALORES ATUAIS DO MESTRE, QUE VOLTAM A
      * TELA. A RECUSA VAI PARA O LOG DE ACESSOS (EVENTO 'C') COM O
      * CLIENTE E A FUNCAO EM WRK-CONFLITO-ORIGEM.
      ******************************************************************
       8095-RECUSAR-GRAVACAO SECTION.
           IF FS-CLIARQ-OK
               DISPLAY TELA
               DISPLAY TELA-CLIENTE
               DISPLAY 'CLIENTE ALTERADO POR OUTRO USUARIO '
                   '- NAO GRAVADO' AT 1515
           ELSE
               DISPLAY 'CLIENTE EXCLUIDO POR OUTRO USUARIO '
                   '- NAO GRAVADO' AT 1515
           END-IF.

           MOVE WRK-OPERADOR TO WRK-ACE-OPERADOR.
           MOVE 'C' TO WRK-ACE-EVENTO.
           MOVE SPACES TO WRK-ACE-DETALHE.
           STRING 'CLIENTE ' DELIMITED BY SIZE
                  CLI-CODIGO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CONFLITO-ORIGEM DELIMITED BY SPACE
               INTO WRK-ACE-DETALHE
           END-STRING.
           PERFORM 8050-GRAVAR-ACESSO.

      ******************************************************************
      * CARIMBO DE ULTIMA GRAVACAO DO CLIENTE (SECTIONS 8080/8081/8082
      * - VER CLICARP)
      ******************************************************************
           COPY CLICARP.

      ******************************************************************
      * GRUPO ECONOMICO DO CLIENTE RECEM-GRAVADO (SECTIONS 8230 A 8237
      * - VER CLIGRPP). FALHA NO VINCULO NAO DESFAZ A GRAVACAO DO
      * CLIENTE - A RELIGACAO DO CLIGRR ACERTA O GRUPO PELO MESTRE.
      ******************************************************************
       8238-VINCULAR-GRUPO SECTION.
           PERFORM 8230-ATUALIZAR-GRUPO.
           IF WRK-GRP-MOVIMENTO = 'X'
               DISPLAY 'ERRO AO GRAVAR GRUPO ECONOMICO' AT 1715
           END-IF.

           COPY CLIGRPP.

      ******************************************************************
      * DOCUMENTO TROCADO NA GRAVACAO: A SITUACAO CADASTRAL NA RECEITA
      * ERA DO DOCUMENTO ANTIGO - O CLIENTE VOLTA A CONSTAR COMO NUNCA
      * CONSULTADO E SAI NO PROXIMO PEDIDO DO CLIRFE
      ******************************************************************
       8240-VERIFICAR-TROCA-DOC SECTION.
           IF CLI-DOC-NUMERO NOT = ANT-DOC-NUMERO
              OR CLI-DOC-TIPO NOT = ANT-DOC-TIPO
               MOVE SPACES TO CLI-SIT-RECEITA
               MOVE ZEROS TO CLI-DATA-RECEITA
           END-IF.

      ******************************************************************
      * CONTROLE DE ACESSO POR PERFIL DO OPERADOR:
      *   CONSULTA (C)   - CONSULTAR, RELATORIO E TROCA DE SENHA
      *   OPERADOR (O)   - TUDO, EXCETO EXCLUSAO, OPERADORES,
      *                    APROVACOES E GRUPOS ECONOMICOS
      *   SUPERVISOR (S) - TODAS AS OPCOES
      ******************************************************************
       8600-VERIFICAR-ACESSO SECTION.
           MOVE 'S' TO WRK-ACESSO-OK.
           EVALUATE TRUE
               WHEN WRK-OPCAO = '4' OR WRK-OPCAO = '7'
                 OR WRK-OPCAO = '9' OR WRK-OPCAO = 'G'
                 OR WRK-OPCAO = 'g'
                   IF NOT WRK-PERFIL-SUPERVISOR
                       MOVE 'N' TO WRK-ACESSO-OK
                   END-IF
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * VALIDADE DA SENHA - HOJE MAIS OS DIAS DA POLITICA DE SENHAS
      ******************************************************************
       8800-CALCULAR-VALIDADE-SENHA SECTION.
           MOVE WRK-DATA-HOJE TO WRK-DTC-DATA.
           PERFORM 8700-DATA-PARA-DIAS.
           ADD WRK-DIAS-VALIDADE TO WRK-DTC-DIAS.
           PERFORM 8710-DIAS-PARA-DATA.
           MOVE WRK-DTC-DATA TO OPE-DATA-EXPIRA.

      ******************************************************************
      * CALCULO DE DATAS (SECTIONS 8700/8710 - VER CLIDATP)
      ******************************************************************
           COPY CLIDATP.

      ******************************************************************
      * TAMANHO SIGNIFICATIVO DO NOME INFORMADO NA BUSCA
      ******************************************************************
