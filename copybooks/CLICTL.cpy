      ******************************************************************
      * CLICTL - REGISTROS DE CONTROLE DO ARQUIVO DE CLIENTES
      * CTL-CHAVE = '1' - ULTIMO CODIGO DE CLIENTE EMITIDO, PARA
      *                   GERACAO AUTOMATICA DO PROXIMO CODIGO.
      * CTL-CHAVE = '2' - ULTIMO NUMERO DE ALTERACAO PENDENTE (CLIPEN)
      *                   EMITIDO (CAMPO CTL-ULTIMO-CODIGO).
      ******************************************************************
           01  REG-CONTROLE.
               05  CTL-CHAVE           PIC X(01).
