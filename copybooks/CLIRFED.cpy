      ******************************************************************
      * CLIRFED - LAYOUT DO REGISTRO DE PEDIDO DE CONSULTA DA SITUACAO
      * CADASTRAL NA RECEITA FEDERAL, GERADO PELO CLIRFE PARA O SERVICO
      * EXTERNO DE CONSULTA. UM DETALHE POR DOCUMENTO (CPF OU CNPJ) DE
      * CLIENTE ATIVO NUNCA CONSULTADO OU COM A ULTIMA CONSULTA MAIS
      * ANTIGA QUE O PRAZO DO CARTAO. O ARQUIVO COMECA COM UM
      * CABECALHO ('H') DATADO E TERMINA COM UM RODAPE ('T') COM A
      * QUANTIDADE DE DETALHES E O HASH DOS DOCUMENTOS.
      ******************************************************************
           01  REG-CONSULTA.
               05  RFE-TIPO-REG        PIC X(01).
                   88  RFE-TIPO-CABECALHO   VALUE 'H'.
                   88  RFE-TIPO-DETALHE     VALUE 'D'.
                   88  RFE-TIPO-RODAPE      VALUE 'T'.
               05  RFE-CODIGO          PIC 9(06).
               05  RFE-DOC-NUMERO      PIC 9(14).
               05  RFE-DOC-TIPO        PIC X(01).
               05  FILLER              PIC X(28).

           01  REG-CONSULTA-CABECALHO.
               05  RFH-TIPO-REG        PIC X(01).
               05  RFH-DATA-GERACAO    PIC 9(08).
               05  RFH-HORA-GERACAO    PIC 9(08).
               05  FILLER              PIC X(33).

           01  REG-CONSULTA-RODAPE.
               05  RFT-TIPO-REG        PIC X(01).
               05  RFT-TOTAL-DETALHES  PIC 9(09).
               05  RFT-HASH-DOCUMENTOS PIC 9(18).
               05  FILLER              PIC X(22).
