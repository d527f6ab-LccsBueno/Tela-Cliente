      ******************************************************************
      * CLIPEN - LAYOUT DO REGISTRO DE ALTERACAO PENDENTE (CLIPEN)
      * CHAVE    : PEN-NUMERO (SEQUENCIAL - CONTADOR CTL-CHAVE '2'
      *            DO CLICTL)
      * ALTERNADA: PEN-CLIENTE (COM DUPLICATAS)
      * ALTERACOES DE NOME E DOCUMENTO DIGITADAS POR QUEM NAO E
      * SUPERVISOR FICAM RETIDAS AQUI ATE A DECISAO DO SUPERVISOR
      * (OPCAO 9 DO MENU). O REGISTRO DECIDIDO PERMANECE NO ARQUIVO
      * COM A SITUACAO, O APROVADOR E O MOTIVO DA REJEICAO.
      * TIPO 'R': CLIENTE COM DOCUMENTO BAIXADO, CANCELADO OU NULO NA
      * RECEITA FEDERAL, COLOCADO NA FILA PELO CLIRFR. NOME E DOCUMENTO
      * ANTIGOS E NOVOS SAO OS DO CADASTRO NA CONSULTA; A APROVACAO
      * INATIVA O CLIENTE, COMO A EXCLUSAO (OPCAO 4).
      ******************************************************************
           01  REG-PENDENCIA.
               05  PEN-NUMERO          PIC 9(06).
               05  PEN-CLIENTE         PIC 9(06).
               05  PEN-TIPO            PIC X(01).
                   88  PEN-TIPO-CADASTRO    VALUE 'C'.
                   88  PEN-TIPO-RECEITA     VALUE 'R'.
               05  PEN-SITUACAO        PIC X(01).
                   88  PEN-SIT-PENDENTE     VALUE 'P'.
                   88  PEN-SIT-APROVADA     VALUE 'A'.
                   88  PEN-SIT-REJEITADA    VALUE 'R'.
               05  PEN-SOLICITANTE     PIC X(08).
               05  PEN-DATA-SOLIC      PIC 9(08).
               05  PEN-HORA-SOLIC      PIC 9(08).
               05  PEN-VALORES-ANTIGOS.
                   10  PEN-NOME-ANT        PIC X(40).
                   10  PEN-DOC-NUMERO-ANT  PIC 9(14).
                   10  PEN-DOC-TIPO-ANT    PIC X(01).
               05  PEN-VALORES-NOVOS.
                   10  PEN-NOME-NOVO       PIC X(40).
                   10  PEN-DOC-NUMERO-NOVO PIC 9(14).
                   10  PEN-DOC-TIPO-NOVO   PIC X(01).
               05  PEN-APROVADOR       PIC X(08).
               05  PEN-DATA-DECISAO    PIC 9(08).
               05  PEN-HORA-DECISAO    PIC 9(08).
               05  PEN-MOTIVO          PIC X(40).
               05  PEN-SIT-RECEITA     PIC X(01).
               05  PEN-DATA-RECEITA    PIC 9(08).
               05  FILLER              PIC X(21).
