      ******************************************************************
      * CLIRFRD - LAYOUT DO REGISTRO DE RESPOSTA DO SERVICO EXTERNO DE
      * SITUACAO CADASTRAL (RECEITA FEDERAL) AOS PEDIDOS DO CLIRFE,
      * APLICADO PELO CLIRFR. UM DETALHE POR DOCUMENTO CONSULTADO COM
      * A SITUACAO, A DATA DA SITUACAO NA RECEITA E A DATA DA CONSULTA:
      *   R = REGULAR (CPF) / ATIVA (CNPJ)   S = SUSPENSA
      *   P = PENDENTE DE REGULARIZACAO      I = INAPTA
      *   F = TITULAR FALECIDO               B = BAIXADA
      *   C = CANCELADA                      N = NULA
      *   X = DOCUMENTO NAO LOCALIZADO NA RECEITA
      * O ARQUIVO COMECA COM UM CABECALHO ('H') COM A DATA DE GERACAO
      * E TERMINA COM UM RODAPE ('T') COM A QUANTIDADE DE DETALHES -
      * O CLIRFR CONFERE OS DOIS ANTES DE TOCAR O MESTRE.
      ******************************************************************
           01  REG-RESPOSTA.
               05  RFR-TIPO-REG        PIC X(01).
                   88  RFR-TIPO-CABECALHO   VALUE 'H'.
                   88  RFR-TIPO-DETALHE     VALUE 'D'.
                   88  RFR-TIPO-RODAPE      VALUE 'T'.
               05  RFR-CODIGO          PIC 9(06).
               05  RFR-DOC-NUMERO      PIC 9(14).
               05  RFR-SITUACAO        PIC X(01).
                   88  RFR-SIT-VALIDA       VALUE 'R' 'S' 'P' 'I'
                                                  'F' 'B' 'C' 'N' 'X'.
                   88  RFR-SIT-REGULAR      VALUE 'R'.
                   88  RFR-SIT-ENCERRADA    VALUE 'B' 'C' 'N'.
               05  RFR-DATA-SITUACAO   PIC 9(08).
               05  RFR-DATA-CONSULTA   PIC 9(08).
               05  FILLER              PIC X(12).

           01  REG-RESPOSTA-CABECALHO.
               05  RSH-TIPO-REG        PIC X(01).
               05  RSH-DATA-GERACAO    PIC 9(08).
               05  FILLER              PIC X(41).

           01  REG-RESPOSTA-RODAPE.
               05  RST-TIPO-REG        PIC X(01).
               05  RST-TOTAL-DETALHES  PIC 9(09).
               05  FILLER              PIC X(40).
