      ******************************************************************
      * CLICEP - LAYOUT DO REGISTRO DA TABELA DE CEP (CLICEP)
      * CHAVE  : CEP-CODIGO
      * UM REGISTRO POR CEP DA BASE DOS CORREIOS, CARREGADA
      * PERIODICAMENTE PELO LOTE CLICEPC. USADA NA VALIDACAO DO
      * CADASTRO (CLIVALP), NO PREENCHIMENTO DO ENDERECO NO ONLINE E
      * NO RELATORIO DE QUALIDADE DE ENDERECO (CLICEPR). O CEP GERAL
      * DE MUNICIPIO NAO TEM LOGRADOURO (CEP-LOGRADOURO EM BRANCO).
      ******************************************************************
           01  REG-CEP.
               05  CEP-CODIGO          PIC 9(08).
               05  CEP-LOGRADOURO      PIC X(40).
               05  CEP-BAIRRO          PIC X(30).
               05  CEP-CIDADE          PIC X(25).
               05  CEP-UF              PIC X(02).
               05  CEP-DATA-CARGA      PIC 9(08).
               05  FILLER              PIC X(17).
