       *>                 (RUNCTL) VIA PROG0137.
       *>  02/09/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 68 A 76
       *>                 BYTES POR LA FECHA DE INGRESO (EMPREG).
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

       FD DEPTOS
          LABEL RECORDS ARE STANDARD
