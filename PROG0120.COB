       *>                 ALTERNA DE NOMBRE DEL MAESTRO CON START +
       *>                 READ NEXT; EL SORT QUEDA SOLO PARA EL ORDEN
       *>                 POR DEPARTAMENTO.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD EMPLEADOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 77 CHARACTERS
          DATA RECORD IS REG-EMPLEADOS.
       01 REG-EMPLEADOS.
          COPY EMPREG
                                               ==FD-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==FD-ING-ANIO==
                        ==CPY-ING-MES==       BY ==FD-ING-MES==
                        ==CPY-ING-DIA==       BY ==FD-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==FD-FRECUENCIA-EMP==.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
                                               ==SD-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==SD-ING-ANIO==
                        ==CPY-ING-MES==       BY ==SD-ING-MES==
                        ==CPY-ING-DIA==       BY ==SD-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==SD-FRECUENCIA-EMP==.

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
                                               ==WS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==WS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==WS-ING-MES==
                        ==CPY-ING-DIA==       BY ==WS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==WS-FRECUENCIA-EMP==.
          05 WS-LEIDOS-EMP         PIC 9(05)    VALUE ZEROS.
          05 WS-IMPRESOS           PIC 9(05)    VALUE ZEROS.
          05 WS-TOTAL-SALARIOS     PIC 9(09)V99 VALUE ZEROS.
