       *>          LEE LOS NETOS QUE GRABA PROG0122, OBTIENE DEL        *
       *>          MAESTRO POR LLAVE EL STATUS, DEPARTAMENTO Y PUESTO,  *
       *>          RESUELVE LAS DESCRIPCIONES CONTRA LOS CATALOGOS Y    *
       *>          GRABA EL RECIBO FORMAL CON SUELDO BASE, PARTIDAS     *
       *>          VARIABLES, RETROACTIVO, BRUTO, ISR, IMSS Y NETO      *
       *>          MAS LA LINEA DE FIRMA. LOS EMPLEADOS INACTIVOS EN    *
       *>          EL MAESTRO SE OMITEN. EL SALTO DE PAGINA USA         *
       *>          ADVANCING PAGE IGUAL QUE PROG0120 PARA QUE CAIGA     *
       *>          LIMPIO EN LA FORMA. EMPLEADOS SIN REGISTRO EN EL     *
       *>          MAESTRO SE REPORTAN Y EL PROGRAMA TERMINA CON        *
       *>          RETURN-CODE 8. RECIBE LA QUINCENA DE LA CORRIDA      *
       *>          (0 = MENSUAL, 1 O 2) EN LOS PARAMETROS PARA IMPRIMIR *
       *>          LAS FECHAS DEL PERIODO QUE SE PAGA.                  *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  REGISTRO DE INICIO/FIN EN LA BITACORA DE
       *>                 CORRIDAS (RUNCTL) VIA PROG0137.
       *>  02/09/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 68 A 76
       *>                 BYTES POR LA FECHA DE INGRESO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 80 A 98 BYTES;
       *>                 EL RECIBO SEPARA DEL SUELDO BASE LAS
       *>                 PERCEPCIONES VARIABLES (HORAS EXTRA, BONOS)
       *>                 Y LOS DESCUENTOS VARIABLES (FALTAS,
       *>                 INCAPACIDADES) QUE FORMAN EL BRUTO.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 98 A 107 BYTES;
       *>                 EL RECIBO MUESTRA EN SU PROPIA LINEA EL
       *>                 RETROACTIVO DE SALARIO DE PERIODOS ANTERIORES.
       *>  15/10/26  ECR  RECIBE LA QUINCENA EN LOS PARAMETROS, COMO
       *>                 PROG0124: EL PERIODO DEL RECIBO VA DEL 1 AL 15
       *>                 EN LA QUINCENA 1, DEL 16 AL ULTIMO DIA DEL MES
       *>                 EN LA 2 Y DEL 1 AL ULTIMO DIA EN LA MENSUAL.
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

       FD NETOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-NETO.
       01 REG-NETO.
          05 WS-IMPRESOS           PIC 9(05)    VALUE ZEROS.
          05 WS-OMITIDOS           PIC 9(05)    VALUE ZEROS.
          05 WS-RECHAZADOS         PIC 9(05)    VALUE ZEROS.
          05 WS-SUELDO-BASE        PIC 9(07)V99 VALUE ZEROS.
          05 WS-COCIENTE           PIC 9(04)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(04)    VALUE ZEROS.
          05 WS-DIA-TOPE           PIC 9(02)    VALUE ZEROS.
          05 WS-SW-PRIMER-RECIBO   PIC X(01)    VALUE "S".
             88 WS-ES-PRIMER-RECIBO            VALUE "S".
             88 WS-NO-ES-PRIMER-RECIBO         VALUE "N".
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(13)
                                   VALUE "PERIODO DEL: ".
          05 WS-PER-DIA-INI        PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-PER-MES-INI        PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-PER-ANIO-INI       PIC 9(04).
          05 LK-MES                PIC 9(02).
          05 LK-ANIO               PIC 9(04).

       01 LK-PARAMETROS.
          05 FILLER                PIC X(02).
          05 LK-QUINCENA           PIC 9(01).
             88 LK-NOMINA-MENSUAL             VALUE 0.
             88 LK-NOMINA-QUINCENAL           VALUE 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0132" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-QUINCENA IS NOT NUMERIC
               DISPLAY "PROG0132 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF NOT LK-NOMINA-MENSUAL AND NOT LK-NOMINA-QUINCENAL
               DISPLAY "PROG0132 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0132 - ERROR AL ABRIR EMPLEADOS, FS="
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE.

      *>---------------------------------------------------------------*
      *>PERIODO DEL RECIBO: LA QUINCENA 1 VA DEL 1 AL 15, LA 2 DEL 16  *
      *>AL ULTIMO DIA DEL MES Y LA NOMINA MENSUAL DEL 1 AL ULTIMO DIA. *
      *>---------------------------------------------------------------*
       012-CALCULA-PERIODO.
           MOVE LK-MES  TO WS-PER-MES-INI
           MOVE LK-ANIO TO WS-PER-ANIO-INI
           MOVE LK-MES  TO WS-PER-MES-FIN
           MOVE LK-ANIO TO WS-PER-ANIO-FIN
           MOVE 31 TO WS-DIA-TOPE
           IF LK-MES = 04 OR LK-MES = 06 OR
              LK-MES = 09 OR LK-MES = 11
               MOVE 30 TO WS-DIA-TOPE
           END-IF
           IF LK-MES = 02
               MOVE 28 TO WS-DIA-TOPE
               DIVIDE LK-ANIO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 29 TO WS-DIA-TOPE
               END-IF
               DIVIDE LK-ANIO BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 28 TO WS-DIA-TOPE
                   DIVIDE LK-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESIDUO
                   IF WS-RESIDUO = ZEROS
                       MOVE 29 TO WS-DIA-TOPE
                   END-IF
               END-IF
           END-IF
           IF LK-QUINCENA = 2
               MOVE 16 TO WS-PER-DIA-INI
           ELSE
               MOVE 01 TO WS-PER-DIA-INI
           END-IF
           IF LK-QUINCENA = 1
               MOVE 15 TO WS-PER-DIA-FIN
           ELSE
               MOVE WS-DIA-TOPE TO WS-PER-DIA-FIN
           END-IF.

       015-CARGA-CATALOGOS.
           OPEN INPUT DEPTOS
           END-SEARCH
           WRITE REG-REPORTE FROM WS-RECIBO-PUESTO
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           COMPUTE WS-SUELDO-BASE =
               NT-SALARIO-BRUTO - NT-PERCEP-VAR - NT-RETROACTIVO
               + NT-DESC-VAR
           MOVE "SUELDO BASE:"            TO WS-REC-CONCEPTO
           MOVE WS-SUELDO-BASE            TO WS-REC-IMPORTE
           WRITE REG-REPORTE FROM WS-RECIBO-IMPORTE
           MOVE "PERCEPCIONES VARIABLES:" TO WS-REC-CONCEPTO
           MOVE NT-PERCEP-VAR             TO WS-REC-IMPORTE
           WRITE REG-REPORTE FROM WS-RECIBO-IMPORTE
           MOVE "DESCUENTOS VARIABLES:"   TO WS-REC-CONCEPTO
           MOVE NT-DESC-VAR               TO WS-REC-IMPORTE
           WRITE REG-REPORTE FROM WS-RECIBO-IMPORTE
           MOVE "RETROACTIVO DE SALARIO:" TO WS-REC-CONCEPTO
           MOVE NT-RETROACTIVO            TO WS-REC-IMPORTE
           WRITE REG-REPORTE FROM WS-RECIBO-IMPORTE
           MOVE "SALARIO BRUTO:"          TO WS-REC-CONCEPTO
           MOVE NT-SALARIO-BRUTO          TO WS-REC-IMPORTE
           WRITE REG-REPORTE FROM WS-RECIBO-IMPORTE
