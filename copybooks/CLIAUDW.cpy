      ******************************************************************
      * CLIAUDW - VALORES DA LINHA 'CONTATO-DADOS' DA TRILHA (CLIAUD).
      * GRAVADA PELO PROGRAMA CLIENTES IMEDIATAMENTE ANTES DE CADA
      * LINHA CONTATO-INCL/CONTATO-ALT/CONTATO-EXCL, COM A CHAVE, O
      * TIPO E O NOME DO CONTATO ANTES (AUD-VALOR-ANTIGO, BRANCOS NA
      * INCLUSAO) E DEPOIS (AUD-VALOR-NOVO, BRANCOS NA RETIRADA) DA
      * MANUTENCAO. LIDA PELA RECUPERACAO (CLIRCV); A ANONIMIZACAO
      * (CLILGPD) MASCARA SO O NOME (POSICOES 07 A 40).
      ******************************************************************
           01  WRK-DADOS-CONTATO.
               05  WDC-SEQUENCIA       PIC 9(03).
               05  FILLER              PIC X(01).
               05  WDC-TIPO            PIC X(01).
               05  FILLER              PIC X(01).
               05  WDC-NOME            PIC X(30).
               05  FILLER              PIC X(04).
