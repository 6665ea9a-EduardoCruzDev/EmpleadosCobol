       *>                 CORRESPONDER, Y UN DEPOSITO CONCILIADO EN
       *>                 DISPER PERO AUSENTE DE NETOS SE REPORTA
       *>                 COMO "SIN REGISTRO EN NETOS".
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 80 A 98 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS) QUE
       *>                 APLICA PROG0122.
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 98 A 107 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (NETREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       FD NETOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-NETO.
       01 REG-NETO.
