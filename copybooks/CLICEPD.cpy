      ******************************************************************
      * CLICEPD - LAYOUT DO REGISTRO DE ENTRADA DA CARGA DA TABELA DE
      * CEP (CLICEPC). UM CEP POR REGISTRO, EXTRAIDO DA BASE DOS
      * CORREIOS EM COLUNAS FIXAS, MAIUSCULAS E SEM ACENTUACAO.
      * CIDADE E LOGRADOURO MAIS LONGOS QUE OS CAMPOS DO CADASTRO
      * SAO TRUNCADOS NA CARGA, COMO NA DIGITACAO DO CLIENTE.
      ******************************************************************
           01  REG-CORREIOS.
               05  CRR-CEP             PIC X(08).
               05  CRR-UF              PIC X(02).
               05  CRR-CIDADE          PIC X(40).
               05  CRR-BAIRRO          PIC X(40).
               05  CRR-LOGRADOURO      PIC X(60).
