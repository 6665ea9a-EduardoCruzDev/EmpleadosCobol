       *>  02/09/26  ECR  SE RECIBE LA FECHA DE PROCESO Y SE REGISTRA
       *>                 INICIO/FIN EN LA BITACORA DE CORRIDAS
       *>                 (RUNCTL) VIA PROG0137.
       *>  15/10/26  ECR  EL HISTORICO DE NOMINA PASA DE 77 A 95 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS) QUE
       *>                 APLICA PROG0122.
       *>  15/10/26  ECR  LOS PERIODOS A COMPARAR SE RECIBEN COMO
       *>                 AAAAMMQ (Q = 0 MENSUAL, 1 O 2 QUINCENA) Y EL
       *>                 HISTORICO PASA DE 95 A 96 BYTES, PARA
       *>                 COMPARAR TAMBIEN LAS QUINCENAS.
       *>  15/10/26  ECR  EL HISTORICO DE NOMINA PASA DE 96 A 105 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (HISREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD HISNOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISNOM.
       01 REG-HISNOM.
          05 FILLER                PIC X(11)    VALUE SPACES.
          05 FILLER                PIC X(20)
                                   VALUE "VARIACION DE NETOS  ".
          05 WS-TIT-PER-ACT        PIC 9(07).
          05 FILLER                PIC X(04)    VALUE " VS ".
          05 WS-TIT-PER-ANT        PIC 9(07).
          05 FILLER                PIC X(14)    VALUE "  TOLERANCIA: ".
          05 WS-TIT-PORC           PIC ZZ9.99.
          05 FILLER                PIC X(02)    VALUE " %".
          05 FILLER                PIC X(29)    VALUE SPACES.

       01 WS-DETALLE-VARIA.
          05 FILLER                PIC X(01).

       01 LK-PARAMETROS.
          05 FILLER                PIC X(02).
          05 LK-PERIODO-ACT        PIC 9(07).
          05 LK-PERIODO-ANT        PIC 9(07).
          05 LK-PORC-VARIACION     PIC 9(03)V99.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
