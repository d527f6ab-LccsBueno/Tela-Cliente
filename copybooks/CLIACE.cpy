      ******************************************************************
      * CLIACE - LAYOUT DO REGISTRO DO LOG DE ACESSOS (CLIACE)
      * ARQUIVO SEQUENCIAL ACUMULATIVO, GRAVADO PELO SISTEMA ONLINE A
      * CADA IDENTIFICACAO DE OPERADOR: ENTRADA, FALHA, BLOQUEIO,
      * DESBLOQUEIO (PELO SUPERVISOR) E SAIDA. SENHAS NUNCA SAO
      * GRAVADAS NO LOG. TAMBEM REGISTRA A GRAVACAO DE CLIENTE RECUSADA
      * PORQUE O CLIENTE MUDOU DESDE A LEITURA (CONFLITO), COM O CODIGO
      * DO CLIENTE E A FUNCAO NO DETALHE.
      ******************************************************************
           01  REG-ACESSO.
               05  ACE-OPERADOR        PIC X(08).
               05  ACE-DATA            PIC 9(08).
               05  ACE-HORA            PIC 9(08).
               05  ACE-EVENTO          PIC X(01).
                   88  ACE-EVT-ENTRADA      VALUE 'S'.
                   88  ACE-EVT-FALHA        VALUE 'F'.
                   88  ACE-EVT-BLOQUEIO     VALUE 'B'.
                   88  ACE-EVT-DESBLOQUEIO  VALUE 'D'.
                   88  ACE-EVT-SAIDA        VALUE 'O'.
                   88  ACE-EVT-CONFLITO     VALUE 'C'.
               05  ACE-RESPONSAVEL     PIC X(08).
               05  ACE-DETALHE         PIC X(30).
               05  FILLER              PIC X(17).
