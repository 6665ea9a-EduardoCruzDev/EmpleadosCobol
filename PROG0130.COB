       *>                 DE NOMBRE DEL MAESTRO; SE ELIMINAN EL SORT
       *>                 DE ARRANQUE Y LA TABLA DE 5000 EMPLEADOS EN
       *>                 MEMORIA.
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 80 A 98 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS) QUE
       *>                 APLICA PROG0122.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 98 A 107 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (NETREG).
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

       FD DEPTOS
          LABEL RECORDS ARE STANDARD

       FD NETOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-NETO.
       01 REG-NETO.
                                               ==WS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==WS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==WS-ING-MES==
                        ==CPY-ING-DIA==       BY ==WS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==WS-FRECUENCIA-EMP==.
          05 WS-LEIDAS-CONSULTAS   PIC 9(05)    VALUE ZEROS.
          05 WS-ATENDIDAS          PIC 9(05)    VALUE ZEROS.
          05 WS-NO-ENCONTRADAS     PIC 9(05)    VALUE ZEROS.
