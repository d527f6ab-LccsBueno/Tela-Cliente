      * PERFIS : C = CONSULTA (CONSULTAR E RELATORIOS)
      *          O = OPERADOR (TUDO, EXCETO EXCLUSAO)
      *          S = SUPERVISOR (TODAS AS OPCOES)
      * STATUS 'B' = BLOQUEADO POR TENTATIVAS DE SENHA INVALIDA -
      *          SO O SUPERVISOR DESBLOQUEIA (OPCAO 7 DO MENU)
      ******************************************************************
           01  REG-OPERADOR.
               05  OPE-CODIGO          PIC X(08).
               05  OPE-STATUS          PIC X(01).
                   88  OPE-STATUS-ATIVO        VALUE 'A'.
                   88  OPE-STATUS-INATIVO      VALUE 'I'.
                   88  OPE-STATUS-BLOQUEADO    VALUE 'B'.
               05  OPE-QTD-FALHAS      PIC 9(02).
               05  OPE-DATA-EXPIRA     PIC 9(08).
               05  OPE-DATA-ULT-ACESSO PIC 9(08).
               05  OPE-SENHAS-ANTERIORES.
                   10  OPE-SENHA-ANTERIOR  PIC X(08) OCCURS 3 TIMES.
               05  FILLER              PIC X(20).
