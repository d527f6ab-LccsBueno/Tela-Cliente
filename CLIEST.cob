      * 2026-09-01  LBL  LEITURA DAS GERACOES ARQUIVADAS PELO CORTE
      *                  DA AUDITORIA (CLIAUDC) - DD CLIAUDA, LIDO
      *                  ANTES DO CORRENTE; AUSENTE, SO O CORRENTE
      * 2026-10-15  LBL  INCLUSAO CONTADA SO PELA LINHA DE CABECA
      *                  (REGISTRO/RESTAURACAO) - A TRILHA PASSOU A
      *                  TER UMA LINHA 'I' POR CAMPO INCLUIDO. NA
      *                  ALTERACAO, AS LINHAS COMPLEMENTARES
      *                  CONTATO-DADOS E APROVACAO NAO SAO CONTADAS
      ******************************************************************
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       2030-SOMAR-OPERACAO SECTION.
           EVALUATE TRUE
               WHEN AUD-OPER-INCLUSAO
                   IF AUD-CAMPO = 'REGISTRO' OR 'RESTAURACAO'
                       ADD 1 TO WRK-MES-INCLUSOES (IDX-MES)
                   END-IF
               WHEN AUD-OPER-ALTERACAO
                   IF AUD-CAMPO NOT = 'CONTATO-DADOS'
                           AND AUD-CAMPO NOT = 'APROVACAO'
                       ADD 1 TO WRK-MES-ALTERACOES (IDX-MES)
                   END-IF
               WHEN AUD-OPER-EXCLUSAO
                   ADD 1 TO WRK-MES-EXCLUSOES (IDX-MES)
               WHEN OTHER
