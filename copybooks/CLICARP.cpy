      ******************************************************************
      * CLICARP - SECTIONS DA CONFERENCIA DO CARIMBO DE ULTIMA GRAVACAO
      * DO CLIENTE, COMUNS A TODOS OS PROGRAMAS QUE GRAVAM O MESTRE.
      * EXIGE AS AREAS DO CLICARW, O ARQUIVO CLIARQ ABERTO EM I-O COM
      * ACESSO DINAMICO (OU RANDOMICO) E O REGISTRO REG-CLIENTE.
      *
      *   8080 - GUARDA O CARIMBO DO CLIENTE RECEM-LIDO
      *   8081 - ANTES DO REWRITE: RELE O CLIENTE E COMPARA O CARIMBO
      *          COM O GUARDADO NA LEITURA. SE MUDOU (OU O CLIENTE NAO
      *          EXISTE MAIS), WRK-CONFLITO = 'S', WRK-QTD-CONFLITOS
      *          SOMA 1 E O REG-CLIENTE FICA COM OS VALORES ATUAIS DO
      *          MESTRE - O PROGRAMA NAO REGRAVA E MOSTRA OU LISTA A
      *          RECUSA. SENAO O REG-CLIENTE VOLTA COM AS MUDANCAS DO
      *          PROGRAMA E UM CARIMBO NOVO, PRONTO PARA O REWRITE.
      *   8082 - CARIMBA O REG-CLIENTE (INCLUSAO OU REGRAVACAO SEM
      *          CONFERENCIA) E GUARDA O NOVO CARIMBO COMO LIDO
      ******************************************************************
       8080-GUARDAR-CARIMBO SECTION.
           MOVE CLI-ULT-ALTERACAO TO WRK-CARIMBO-LIDO.

       8081-CONFERIR-CARIMBO SECTION.
           MOVE 'N' TO WRK-CONFLITO.
           MOVE REG-CLIENTE TO WRK-CLIENTE-GRAVAR.
           READ CLIARQ
               INVALID KEY
                   MOVE 'S' TO WRK-CONFLITO
           END-READ.
           IF NOT WRK-CONFLITO-SIM
               IF CLI-ULT-ALTERACAO NOT = WRK-CARIMBO-LIDO
                   MOVE 'S' TO WRK-CONFLITO
               END-IF
           END-IF.

           IF WRK-CONFLITO-SIM
               ADD 1 TO WRK-QTD-CONFLITOS
           ELSE
               MOVE WRK-CLIENTE-GRAVAR TO REG-CLIENTE
               PERFORM 8082-CARIMBAR-CLIENTE
           END-IF.

       8082-CARIMBAR-CLIENTE SECTION.
           ACCEPT WRK-CAR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CAR-HORA FROM TIME.
      * DUAS GRAVACOES NO MESMO CENTESIMO DE SEGUNDO NAO PODEM DEIXAR
      * O MESMO CARIMBO - O NOVO E SEMPRE MAIOR QUE O ANTERIOR
           IF CLI-ULT-ALTERACAO NOT = SPACES
               IF WRK-CAR-DATA = CLI-ALT-DATA
                       AND WRK-CAR-HORA NOT > CLI-ALT-HORA
                   COMPUTE WRK-CAR-HORA = CLI-ALT-HORA + 1
               END-IF
           END-IF.
           MOVE WRK-CAR-DATA TO CLI-ALT-DATA.
           MOVE WRK-CAR-HORA TO CLI-ALT-HORA.
           MOVE CLI-ULT-ALTERACAO TO WRK-CARIMBO-LIDO.
