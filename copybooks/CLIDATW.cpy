      ******************************************************************
      * CLIDATW - AREAS DE TRABALHO DO CALCULO DE DATAS DO CLIDATP
      * (CONVERSAO DE DATA AAAAMMDD PARA NUMERO DE DIAS CORRIDOS E
      * VICE-VERSA, PARA PRAZOS EM DIAS - VALIDADE DE SENHA, DIAS SEM
      * ACESSO, DIAS EM PENDENCIA).
      *
      *   8700-DATA-PARA-DIAS : WRK-DTC-DATA -> WRK-DTC-DIAS
      *   8710-DIAS-PARA-DATA : WRK-DTC-DIAS -> WRK-DTC-DATA
      *
      * PRAZO: CONVERTER A DATA, SOMAR/SUBTRAIR OS DIAS EM
      * WRK-DTC-DIAS E CONVERTER DE VOLTA. DIFERENCA ENTRE DUAS DATAS:
      * SUBTRAIR OS DOIS NUMEROS DE DIAS.
      ******************************************************************
           01  WRK-DTC-DATA             PIC 9(08) VALUE 0.
           01  WRK-DTC-DATA-R REDEFINES WRK-DTC-DATA.
               05  WRK-DTC-ANO          PIC 9(04).
               05  WRK-DTC-MES          PIC 9(02).
               05  WRK-DTC-DIA          PIC 9(02).

           77  WRK-DTC-DIAS             PIC 9(07) COMP VALUE 0.

           77  WRK-DTC-A                PIC 9(07) COMP.
           77  WRK-DTC-MP               PIC 9(07) COMP.
           77  WRK-DTC-ERA              PIC 9(07) COMP.
           77  WRK-DTC-AOE              PIC 9(07) COMP.
           77  WRK-DTC-DOA              PIC 9(07) COMP.
           77  WRK-DTC-DOE              PIC 9(07) COMP.
           77  WRK-DTC-AUX              PIC 9(07) COMP.
           77  WRK-DTC-Q1               PIC 9(07) COMP.
           77  WRK-DTC-Q2               PIC 9(07) COMP.
           77  WRK-DTC-Q3               PIC 9(07) COMP.
