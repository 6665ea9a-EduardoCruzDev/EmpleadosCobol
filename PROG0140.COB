       *>          ACTIVOS SIN FECHA DE INGRESO VALIDA SE REPORTAN Y   *
       *>          EL PROGRAMA TERMINA CON RETURN-CODE 8.              *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  EL LAYOUT DE NETOS PASA DE 80 A 98 BYTES POR
       *>                 LAS PARTIDAS VARIABLES DE PROG0122; AGUINET
       *>                 LAS GRABA EN CERO.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG).
       *>  15/10/26  ECR  AGUINET PASA DE 98 A 107 BYTES POR EL
       *>                 RETROACTIVO DE SALARIO (NETREG), QUE VA EN
       *>                 CEROS.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD AGUINET
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-AGUINET.
       01 REG-AGUINET.
           MOVE FD-NUMERO-EMP    TO NT-NUMERO-EMP
           MOVE FD-NOMBRE-EMP    TO NT-NOMBRE-EMP
           MOVE WS-TOTAL-EMP     TO NT-SALARIO-BRUTO
           MOVE ZEROS            TO NT-PERCEP-VAR
           MOVE ZEROS            TO NT-DESC-VAR
           MOVE ZEROS            TO NT-RETROACTIVO
           MOVE ZEROS            TO NT-ISR
           MOVE ZEROS            TO NT-IMSS
           MOVE ZEROS            TO NT-OTRAS-DEDUCC
