      ******************************************************************
      * CLIDATP - SECTIONS DE CALCULO DE DATAS, COMUNS AO ONLINE E AOS
      * PROGRAMAS BATCH. EXIGE AS AREAS DO CLIDATW.
      *
      * O NUMERO DE DIAS E CONTADO EM CICLOS DE 400 ANOS (146097
      * DIAS) A PARTIR DE 01/03 DO ANO ZERO; O ANO COMECA EM MARCO
      * PARA QUE O 29/02 FIQUE NO FIM DO ANO. SO DIFERENCAS ENTRE
      * DOIS NUMEROS DE DIAS TEM SIGNIFICADO.
      ******************************************************************
       8700-DATA-PARA-DIAS SECTION.
           MOVE WRK-DTC-ANO TO WRK-DTC-A.
           IF WRK-DTC-MES > 2
               COMPUTE WRK-DTC-MP = WRK-DTC-MES - 3
           ELSE
               SUBTRACT 1 FROM WRK-DTC-A
               COMPUTE WRK-DTC-MP = WRK-DTC-MES + 9
           END-IF.

           DIVIDE WRK-DTC-A BY 400 GIVING WRK-DTC-ERA
               REMAINDER WRK-DTC-AOE.

           COMPUTE WRK-DTC-AUX = 153 * WRK-DTC-MP + 2.
           DIVIDE WRK-DTC-AUX BY 5 GIVING WRK-DTC-DOA.
           COMPUTE WRK-DTC-DOA = WRK-DTC-DOA + WRK-DTC-DIA - 1.

           DIVIDE WRK-DTC-AOE BY 4 GIVING WRK-DTC-Q1.
           DIVIDE WRK-DTC-AOE BY 100 GIVING WRK-DTC-Q2.
           COMPUTE WRK-DTC-DOE = WRK-DTC-AOE * 365 + WRK-DTC-Q1
                               - WRK-DTC-Q2 + WRK-DTC-DOA.

           COMPUTE WRK-DTC-DIAS = WRK-DTC-ERA * 146097 + WRK-DTC-DOE.

       8710-DIAS-PARA-DATA SECTION.
           DIVIDE WRK-DTC-DIAS BY 146097 GIVING WRK-DTC-ERA
               REMAINDER WRK-DTC-DOE.

           DIVIDE WRK-DTC-DOE BY 1460 GIVING WRK-DTC-Q1.
           DIVIDE WRK-DTC-DOE BY 36524 GIVING WRK-DTC-Q2.
           DIVIDE WRK-DTC-DOE BY 146096 GIVING WRK-DTC-Q3.
           COMPUTE WRK-DTC-AUX = WRK-DTC-DOE - WRK-DTC-Q1
                               + WRK-DTC-Q2 - WRK-DTC-Q3.
           DIVIDE WRK-DTC-AUX BY 365 GIVING WRK-DTC-AOE.
           COMPUTE WRK-DTC-A = WRK-DTC-AOE + WRK-DTC-ERA * 400.

           DIVIDE WRK-DTC-AOE BY 4 GIVING WRK-DTC-Q1.
           DIVIDE WRK-DTC-AOE BY 100 GIVING WRK-DTC-Q2.
           COMPUTE WRK-DTC-DOA = WRK-DTC-DOE - (WRK-DTC-AOE * 365
                               + WRK-DTC-Q1 - WRK-DTC-Q2).

           COMPUTE WRK-DTC-AUX = 5 * WRK-DTC-DOA + 2.
           DIVIDE WRK-DTC-AUX BY 153 GIVING WRK-DTC-MP.
           COMPUTE WRK-DTC-AUX = 153 * WRK-DTC-MP + 2.
           DIVIDE WRK-DTC-AUX BY 5 GIVING WRK-DTC-Q1.
           COMPUTE WRK-DTC-DIA = WRK-DTC-DOA - WRK-DTC-Q1 + 1.

           IF WRK-DTC-MP < 10
               COMPUTE WRK-DTC-MES = WRK-DTC-MP + 3
           ELSE
               COMPUTE WRK-DTC-MES = WRK-DTC-MP - 9
           END-IF.
           IF WRK-DTC-MES <= 2
               ADD 1 TO WRK-DTC-A
           END-IF.
           MOVE WRK-DTC-A TO WRK-DTC-ANO.
