      ******************************************************************
      * CLIREG - LAYOUT DO REGISTRO MESTRE DE CLIENTES (CLIARQ)
      * CHAVE  : CLI-CODIGO
      * CLI-ULT-ALTERACAO E O CARIMBO DA ULTIMA GRAVACAO DO REGISTRO,
      * CONFERIDO ANTES DE CADA REGRAVACAO (VER CLICARP). REGISTROS
      * GRAVADOS ANTES DO CARIMBO TEM BRANCOS NESTA AREA.
      * CLI-SIT-RECEITA E CLI-DATA-RECEITA GUARDAM A SITUACAO CADASTRAL
      * DO DOCUMENTO NA RECEITA FEDERAL E A DATA DA ULTIMA CONSULTA,
      * GRAVADAS PELO CLIRFR (RESPOSTA DO SERVICO DE SITUACAO
      * CADASTRAL). SITUACAO EM BRANCO E DATA ZERADA = NUNCA CONSULTADO
      * (TAMBEM APOS A TROCA DO DOCUMENTO; REGISTROS ANTERIORES TEM
      * BRANCOS NA DATA). SITUACOES: R REGULAR/ATIVA, S SUSPENSA,
      * P PENDENTE DE REGULARIZACAO, I INAPTA, F TITULAR FALECIDO,
      * B BAIXADA, C CANCELADA, N NULA, X NAO LOCALIZADO NA RECEITA.
      ******************************************************************
           01  REG-CLIENTE.
               05  CLI-CODIGO          PIC 9(06).
                   88  CLI-SIT-FAT-REJEITADO  VALUE 'R'.
                   88  CLI-SIT-FAT-DEVOLVIDO  VALUE 'D'.
                   88  CLI-SIT-FAT-INADIMPLENTE VALUE 'P'.
               05  CLI-ULT-ALTERACAO.
                   10  CLI-ALT-DATA    PIC 9(08) COMP.
                   10  CLI-ALT-HORA    PIC 9(08) COMP.
               05  CLI-SIT-RECEITA     PIC X(01).
                   88  CLI-SIT-REC-NAO-CONSULTADA VALUE ' '.
                   88  CLI-SIT-REC-REGULAR        VALUE 'R'.
                   88  CLI-SIT-REC-ENCERRADA      VALUE 'B' 'C' 'N'.
               05  CLI-DATA-RECEITA    PIC 9(08).
               05  FILLER              PIC X(02).
