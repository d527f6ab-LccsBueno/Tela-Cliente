      ******************************************************************
      * CLIBKPD - LAYOUT DO ARQUIVO DE BACKUP DA BASE DE CLIENTES
      * (DESCARGA CLIBKP, RECARGA CLIBKR, RECUPERACAO CLIRCV).
      * SEQUENCIAL, NA ORDEM:
      *   'H'  CABECALHO - DATA E HORA DO INICIO DA DESCARGA (MARCO A
      *        PARTIR DO QUAL A RECUPERACAO REAPLICA A TRILHA) E O
      *        TAMANHO DOS REGISTROS DESCARREGADOS
      *   'C'  UM POR CLIENTE DO MESTRE (CLIARQ), NA ORDEM DO CODIGO
      *   'T'  UM POR CONTATO (CLICTT), NA ORDEM DA CHAVE
      *   'F'  RODAPE - QUANTIDADES E TOTAIS DE CONTROLE (SOMA DOS
      *        CLI-DOC-NUMERO E SOMA DOS CTT-CLIENTE, MODULO 10**18)
      ******************************************************************
           01  REG-BACKUP.
               05  BKP-TIPO            PIC X(01).
                   88  BKP-CABECALHO        VALUE 'H'.
                   88  BKP-CLIENTE          VALUE 'C'.
                   88  BKP-CONTATO          VALUE 'T'.
                   88  BKP-RODAPE           VALUE 'F'.
               05  BKP-DADOS           PIC X(249).
               05  BKP-DADOS-CAB REDEFINES BKP-DADOS.
                   10  BKP-CAB-DATA        PIC 9(08).
                   10  BKP-CAB-HORA        PIC 9(08).
                   10  BKP-CAB-TAM-CLIENTE PIC 9(04).
                   10  BKP-CAB-TAM-CONTATO PIC 9(04).
                   10  FILLER              PIC X(225).
               05  BKP-DADOS-ROD REDEFINES BKP-DADOS.
                   10  BKP-ROD-QTD-CLIENTES PIC 9(08).
                   10  BKP-ROD-QTD-CONTATOS PIC 9(08).
                   10  BKP-ROD-HASH-DOCUMENTOS PIC 9(18).
                   10  BKP-ROD-HASH-CONTATOS   PIC 9(18).
                   10  FILLER              PIC X(197).
