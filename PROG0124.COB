       *>          CONTROL QUE GRABA PROG0120 (CTLBAL) Y EL ARCHIVO DE  *
       *>          NETOS QUE GRABA PROG0122 (NETOS), Y COMPRUEBA QUE    *
       *>          CUADRAN: CANTIDAD DE EMPLEADOS CONTRA CTL-CANT-EMP,  *
       *>          SUMA DE SALARIOS DEL MAESTRO Y SUMA DE SUELDOS BASE  *
       *>          DE NETOS (BRUTO SIN LAS PARTIDAS VARIABLES DEL       *
       *>          PERIODO NI EL RETROACTIVO DE PERIODOS ANTERIORES)    *
       *>          CONTRA CTL-TOTAL-SALARIOS, Y POR REGISTRO            *
       *>          QUE BRUTO - ISR - IMSS - OTRAS DEDUCCIONES = NETO.   *
       *>          CUALQUIER DIFERENCIA SE IMPRIME Y TERMINA CON        *
       *>          RETURN-CODE 8 PARA QUE EL SCHEDULER DETENGA EL       *
       *>          PASO DE PAGO. LOS NETOS SOLO TRAEN A LOS EMPLEADOS   *
       *>          DE LA FRECUENCIA DE LA CORRIDA (QUINCENA 0 MENSUAL,  *
       *>          1 O 2 QUINCENAL), POR LO QUE SE CUADRAN CONTRA LOS   *
       *>          EMPLEADOS DE ESA FRECUENCIA EN EL MAESTRO Y SU       *
       *>          SUELDO DEL PERIODO (MEDIO SALARIO EN LA QUINCENAL),  *
       *>          QUE A SU VEZ SALEN DEL MAESTRO YA CUADRADO CONTRA    *
       *>          CTLBAL.                                              *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  EL CUADRE POR REGISTRO RESTA TAMBIEN LAS
       *>                 EN LA MISMA FECHA DE PROCESO.
       *>  02/09/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 68 A 76
       *>                 BYTES POR LA FECHA DE INGRESO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 80 A 98 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS).
       *>                 CONTRA CTLBAL SE CUADRA EL SUELDO BASE
       *>                 (BRUTO - PERCEPCIONES + DESCUENTOS
       *>                 VARIABLES) Y LOS TOTALES DE PARTIDAS
       *>                 VARIABLES Y DEL BRUTO SE IMPRIMEN APARTE.
       *>  15/10/26  ECR  NOMINA QUINCENAL: SE RECIBE LA QUINCENA DEL
       *>                 PERIODO (0 MENSUAL, 1 O 2) PARA LA LLAVE DE
       *>                 PERCTL Y LOS NETOS SE CUADRAN CONTRA LOS
       *>                 EMPLEADOS DE LA FRECUENCIA DE LA CORRIDA Y SU
       *>                 SUELDO DEL PERIODO. EL MAESTRO PASA DE 76 A
       *>                 77 BYTES (EMPREG).
       *>  15/10/26  ECR  EL SUELDO BASE DE NETOS EXCLUYE TAMBIEN EL
       *>                 RETROACTIVO QUE PAGA PROG0122, QUE SE INFORMA
       *>                 APARTE; NETOS PASA DE 98 A 107 BYTES.
       *>  15/10/26  ECR  EL CALENDARIO DE PERIODOS (PERCTL) PASA DE 8 A
       *>                 9 BYTES POR EL STATUS DE TIMBRADO (PERREG).
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

       FD CTLBAL
          LABEL RECORDS ARE STANDARD

       FD NETOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-NETO.
       01 REG-NETO.

       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.
       01 WS-AREAS-A-USAR.
          05 WS-CANT-MAESTRO       PIC 9(05)    VALUE ZEROS.
          05 WS-SUMA-SAL-MAESTRO   PIC 9(09)V99 VALUE ZEROS.
          05 WS-CANT-FRECUENCIA    PIC 9(05)    VALUE ZEROS.
          05 WS-SUMA-BASE-FRECUENCIA PIC 9(09)V99 VALUE ZEROS.
          05 WS-SUELDO-PERIODO     PIC 9(07)V99 VALUE ZEROS.
          05 WS-CANT-NETOS         PIC 9(05)    VALUE ZEROS.
          05 WS-SUMA-BRUTO-NETOS   PIC 9(09)V99 VALUE ZEROS.
          05 WS-SUMA-BASE-NETOS    PIC 9(09)V99 VALUE ZEROS.
          05 WS-SUMA-PERCEP-NETOS  PIC 9(09)V99 VALUE ZEROS.
          05 WS-SUMA-DESC-NETOS    PIC 9(09)V99 VALUE ZEROS.
          05 WS-SUMA-RETRO-NETOS   PIC 9(09)V99 VALUE ZEROS.
          05 WS-NETO-CALCULADO     PIC S9(07)V99 VALUE ZEROS.
          05 WS-DIFERENCIAS        PIC 9(05)    VALUE ZEROS.

          05 WS-IMP-RESULTADO      PIC X(16).
          05 FILLER                PIC X(22)    VALUE SPACES.

       01 WS-DETALLE-INFORMA.
          05 FILLER                PIC X(01).
          05 WS-INF-CONCEPTO       PIC X(32).
          05 WS-INF-IMPORTE        PIC Z(08)9.99.
          05 FILLER                PIC X(55)    VALUE SPACES.

       01 WS-DETALLE-NETO-MAL.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(25)
          05 LK-MES                PIC 9(02).
          05 LK-ANIO               PIC 9(04).

       01 LK-PARAMETROS.
          05 FILLER                PIC X(02).
          05 LK-QUINCENA           PIC 9(01).
             88 LK-NOMINA-MENSUAL             VALUE 0.
             88 LK-NOMINA-QUINCENAL           VALUE 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0124" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-QUINCENA IS NOT NUMERIC
               DISPLAY "PROG0124 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF NOT LK-NOMINA-MENSUAL AND NOT LK-NOMINA-QUINCENAL
               DISPLAY "PROG0124 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-CTL-CONSULTA TO TRUE
           MOVE "PROG0120" TO WS-CTL-PROGRAMA
           CALL "PROG0137" USING WS-PETICION-CTL
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE
           MOVE LK-ANIO     TO PE-ANIO
           MOVE LK-MES      TO PE-MES
           MOVE LK-QUINCENA TO PE-QUINCENA
           READ PERCTL
               INVALID KEY
                   DISPLAY "PROG0124 - PERIODO " PE-PERIODO
                GO TO 030-LEE-NETO.
           ADD 1 TO WS-CANT-MAESTRO
           ADD FD-SALARIO-EMP TO WS-SUMA-SAL-MAESTRO
           IF LK-NOMINA-QUINCENAL
               IF FD-FRECUENCIA-EMP NOT = "Q"
                   GO TO 020-LEE-EMPLEADO
               END-IF
               COMPUTE WS-SUELDO-PERIODO ROUNDED = FD-SALARIO-EMP / 2
           ELSE
               IF FD-FRECUENCIA-EMP = "Q"
                   GO TO 020-LEE-EMPLEADO
               END-IF
               MOVE FD-SALARIO-EMP TO WS-SUELDO-PERIODO
           END-IF
           ADD 1 TO WS-CANT-FRECUENCIA
           ADD WS-SUELDO-PERIODO TO WS-SUMA-BASE-FRECUENCIA
           GO TO 020-LEE-EMPLEADO.

       030-LEE-NETO.
                GO TO 040-COMPARA.
           ADD 1 TO WS-CANT-NETOS
           ADD NT-SALARIO-BRUTO TO WS-SUMA-BRUTO-NETOS
           ADD NT-PERCEP-VAR    TO WS-SUMA-PERCEP-NETOS
           ADD NT-DESC-VAR      TO WS-SUMA-DESC-NETOS
           ADD NT-RETROACTIVO   TO WS-SUMA-RETRO-NETOS
           COMPUTE WS-SUMA-BASE-NETOS = WS-SUMA-BASE-NETOS
               + NT-SALARIO-BRUTO - NT-PERCEP-VAR - NT-RETROACTIVO
               + NT-DESC-VAR
           COMPUTE WS-NETO-CALCULADO =
               NT-SALARIO-BRUTO - NT-ISR - NT-IMSS - NT-OTRAS-DEDUCC
           IF WS-NETO-CALCULADO NOT = NT-SALARIO-NETO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA

           MOVE "REGISTROS EN NETOS / FRECUENCIA:" TO WS-CTA-CONCEPTO
           MOVE WS-CANT-NETOS      TO WS-CTA-ENCONTRADO
           MOVE WS-CANT-FRECUENCIA TO WS-CTA-ESPERADO
           IF WS-CANT-NETOS = WS-CANT-FRECUENCIA
               MOVE "OK"               TO WS-CTA-RESULTADO
           ELSE
               ADD 1 TO WS-DIFERENCIAS
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE

           MOVE "SUELDOS BASE NETOS / FRECUENCIA:" TO WS-IMP-CONCEPTO
           MOVE WS-SUMA-BASE-NETOS      TO WS-IMP-ENCONTRADO
           MOVE WS-SUMA-BASE-FRECUENCIA TO WS-IMP-ESPERADO
           IF WS-SUMA-BASE-NETOS = WS-SUMA-BASE-FRECUENCIA
               MOVE "OK"               TO WS-IMP-RESULTADO
           ELSE
               ADD 1 TO WS-DIFERENCIAS
               MOVE "** DIFERENCIA **" TO WS-IMP-RESULTADO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE

           MOVE "  MAS PERCEPCIONES VARIABLES:"  TO WS-INF-CONCEPTO
           MOVE WS-SUMA-PERCEP-NETOS TO WS-INF-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-INFORMA
           MOVE "  MENOS DESCUENTOS VARIABLES:"  TO WS-INF-CONCEPTO
           MOVE WS-SUMA-DESC-NETOS   TO WS-INF-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-INFORMA
           MOVE "  MAS RETROACTIVOS:"            TO WS-INF-CONCEPTO
           MOVE WS-SUMA-RETRO-NETOS  TO WS-INF-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-INFORMA
           MOVE "  BRUTOS EN NETOS:"             TO WS-INF-CONCEPTO
           MOVE WS-SUMA-BRUTO-NETOS  TO WS-INF-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-INFORMA.

       100-FIN.
           IF WS-DIFERENCIAS = ZEROS
