       *>          TOTALIZADOR CON CANTIDAD DE REGISTROS Y SUMA DE      *
       *>          CONTROL. SI LOS CARGOS NO CUADRAN CON LOS ABONOS O   *
       *>          HAY EMPLEADOS SIN REGISTRO EN EL MAESTRO, TERMINA    *
       *>          CON RETURN-CODE 8 PARA DETENER EL PASO. DEL ARCHIVO  *
       *>          DE COSTO PATRONAL (COSPAT) QUE GRABA PROG0122 TOMA   *
       *>          LAS APORTACIONES DEL PATRON (CUOTAS IMSS, INFONAVIT, *
       *>          SAR, ISN): UN CARGO DE GASTO POR DEPARTAMENTO Y      *
       *>          CONCEPTO Y UN ABONO DE PASIVO POR CONCEPTO, E        *
       *>          IMPRIME EL COSTO POR DEPARTAMENTO (SALARIO MAS       *
       *>          CARGA PATRONAL). RECIBE LA QUINCENA DE LA CORRIDA    *
       *>          (0 = MENSUAL, 1 O 2) EN LOS PARAMETROS: LA LLEVA AL  *
       *>          ENCABEZADO DE LA POLIZA Y SOLO TOMA DE COSPAT LOS    *
       *>          REGISTROS DEL MISMO AAAAMMQ.                         *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  REGISTRO DE INICIO/FIN EN LA BITACORA DE
       *>                 NUNCA CUADRABA.
       *>  02/09/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 68 A 76
       *>                 BYTES POR LA FECHA DE INGRESO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 80 A 98 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS) QUE
       *>                 APLICA PROG0122.
       *>  15/10/26  ECR  SE AGREGAN LAS APORTACIONES PATRONALES DE
       *>                 COSPAT (CUOTAS IMSS, INFONAVIT, SAR, ISN):
       *>                 CARGO DE GASTO POR DEPARTAMENTO Y ABONO DE
       *>                 PASIVO POR CONCEPTO, MAS EL REPORTE DE COSTO
       *>                 POR DEPARTAMENTO.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77 BYTES
       *>                 POR LA FRECUENCIA DE PAGO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 98 A 107 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (NETREG).
       *>  15/10/26  ECR  RECIBE LA QUINCENA EN LOS PARAMETROS, COMO
       *>                 PROG0124: COMPARA COSPAT CONTRA EL AAAAMMQ
       *>                 COMPLETO Y LA IMPRIME EN EL ENCABEZADO DE LA
       *>                 POLIZA. COSPAT PASA DE 65 A 66 BYTES (CPAREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-POLIZA.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.
           SELECT COSPAT ASSIGN TO UT-S-COSPAT
               FILE STATUS IS WS-FS-COSPAT.

       DATA DIVISION.
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
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       FD COSPAT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 66 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-COSPAT.
       01 REG-COSPAT.
          COPY CPAREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-NETOS       PIC 9(05)    VALUE ZEROS.
          05 WS-LEIDOS-COSPAT      PIC 9(05)    VALUE ZEROS.
          05 WS-COSPAT-OTRO-PER    PIC 9(05)    VALUE ZEROS.
          05 WS-RECHAZADOS         PIC 9(05)    VALUE ZEROS.
          05 WS-GRABADOS           PIC 9(05)    VALUE ZEROS.
          05 WS-SUB                PIC 9(05)    VALUE ZEROS.
          05 WS-TOTAL-IMSS         PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-OTRAS        PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-NETO         PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-IMSS-PATRON  PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-INFONAVIT    PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-SAR          PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-ISN          PIC 9(09)V99 VALUE ZEROS.
          05 WS-COSTO-DEPTO        PIC 9(09)V99 VALUE ZEROS.
          05 WS-PERIODO-POLIZA.
             10 WS-PP-ANIO         PIC 9(04).
             10 WS-PP-MES          PIC 9(02).
             10 WS-PP-QUINCENA     PIC 9(01).
          05 WS-TOTAL-CARGOS       PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-ABONOS       PIC 9(11)V99 VALUE ZEROS.
          05 WS-SUMA-CONTROL       PIC 9(11)V99 VALUE ZEROS.
             88 WS-POLIZA-OK                   VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".
          05 WS-FS-COSPAT          PIC X(02)    VALUE "00".
             88 WS-COSPAT-OK                   VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-POLIZA-ABIERTA              VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".
          05 WS-SW-COSPAT-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-COSPAT-ABIERTO              VALUE "S".

       01 WS-TABLA-CARGOS.
          05 WS-CANT-CARGOS        PIC 9(05)    VALUE ZEROS.
                          INDEXED BY WS-IX-CARGO.
             10 WS-CARGO-DEPTO-TAB PIC 9(03).
             10 WS-CARGO-IMP-TAB   PIC 9(09)V99.
             10 WS-CARGO-IMSS-TAB  PIC 9(09)V99.
             10 WS-CARGO-INFO-TAB  PIC 9(09)V99.
             10 WS-CARGO-SAR-TAB   PIC 9(09)V99.
             10 WS-CARGO-ISN-TAB   PIC 9(09)V99.

       01 WS-POL-ENCABEZADO.
          05 FILLER                PIC X(01)    VALUE "H".
             10 WS-ENC-ANIO        PIC 9(04).
             10 WS-ENC-MES         PIC 9(02).
             10 WS-ENC-DIA         PIC 9(02).
          05 WS-ENC-QUINCENA       PIC 9(01).
          05 FILLER                PIC X(30)    VALUE SPACES.

       01 WS-POL-DETALLE.
          05 WS-POL-TIPO           PIC X(01).
          05 WS-DET-IMPORTE        PIC Z(08)9.99.
          05 FILLER                PIC X(34)    VALUE SPACES.

       01 WS-DETALLE-OTRO-PER.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(16)
                                   VALUE "RECHAZADO, EMP: ".
          05 WS-OTP-NUMERO         PIC 9(05).
          05 FILLER                PIC X(27)
                                   VALUE "  COSPAT DE OTRO PERIODO: ".
          05 WS-OTP-PERIODO        PIC 9(07).
          05 FILLER                PIC X(24)    VALUE SPACES.

       01 WS-TITULO-COSTOS.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(40)
             VALUE "COSTO DE NOMINA POR DEPARTAMENTO".
          05 FILLER                PIC X(20)    VALUE SPACES.

       01 WS-ENCAB-COSTOS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(05)    VALUE "DEPTO".
          05 FILLER                PIC X(36)
             VALUE "    SALARIOS  IMSS PATR.    INFONAV.".
          05 FILLER                PIC X(38)
             VALUE "         SAR         ISN COSTO TOTAL".

       01 WS-DETALLE-COSTO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-CST-DEPTO          PIC 9(03).
          05 WS-CST-SALARIOS       PIC Z(08)9.99.
          05 WS-CST-IMSS           PIC Z(08)9.99.
          05 WS-CST-INFONAVIT      PIC Z(08)9.99.
          05 WS-CST-SAR            PIC Z(08)9.99.
          05 WS-CST-ISN            PIC Z(08)9.99.
          05 WS-CST-TOTAL          PIC Z(08)9.99.
          05 FILLER                PIC X(02)    VALUE SPACES.

       01 WS-DETALLE-CUENTA.
          05 FILLER                PIC X(01).
          05 WS-CNT-CONCEPTO       PIC X(29).
          05 LK-MES                PIC 9(02).
          05 LK-ANIO               PIC 9(04).

       01 LK-PARAMETROS.
          05 FILLER                PIC X(02).
          05 LK-QUINCENA           PIC 9(01).
             88 LK-NOMINA-MENSUAL             VALUE 0.
             88 LK-NOMINA-QUINCENAL           VALUE 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0133" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-QUINCENA IS NOT NUMERIC
               DISPLAY "PROG0133 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF NOT LK-NOMINA-MENSUAL AND NOT LK-NOMINA-QUINCENAL
               DISPLAY "PROG0133 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0133 - ERROR AL ABRIR EMPLEADOS, FS="
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           OPEN INPUT  COSPAT
           IF NOT WS-COSPAT-OK
               DISPLAY "PROG0133 - ERROR AL ABRIR COSPAT, FS="
                       WS-FS-COSPAT
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-COSPAT-ABIERTO TO TRUE
           MOVE LK-ANIO TO WS-PP-ANIO
           MOVE LK-MES  TO WS-PP-MES
           MOVE LK-QUINCENA TO WS-PP-QUINCENA
           WRITE REG-REPORTE FROM WS-TITULO-1
           MOVE LK-ANIO TO WS-ENC-ANIO
           MOVE LK-MES  TO WS-ENC-MES
           MOVE LK-DIA  TO WS-ENC-DIA
           MOVE LK-QUINCENA TO WS-ENC-QUINCENA
           WRITE REG-POLIZA FROM WS-POL-ENCABEZADO.

       020-LEE.
           READ NETOS AT END
                GO TO 032-LEE-COSPAT.
           ADD 1 TO WS-LEIDOS-NETOS
           MOVE NT-NUMERO-EMP TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   GO TO 030-RECHAZA
           END-READ
           PERFORM 025-UBICA-DEPTO THRU 025-UBICA-DEPTO-EXIT
           ADD NT-SALARIO-BRUTO TO WS-CARGO-IMP-TAB(WS-IX-CARGO)
           ADD NT-ISR          TO WS-TOTAL-ISR
           ADD NT-IMSS         TO WS-TOTAL-IMSS
           ADD NT-OTRAS-DEDUCC TO WS-TOTAL-OTRAS
           ADD NT-SALARIO-NETO TO WS-TOTAL-NETO
           GO TO 020-LEE.

      *>---------------------------------------------------------------*
      *>DEJA WS-IX-CARGO EN EL RENGLON DEL DEPARTAMENTO DE FD-DEPTO-EMP*
      *>Y LO DA DE ALTA EN CEROS SI ES NUEVO.                          *
      *>---------------------------------------------------------------*
       025-UBICA-DEPTO.
           SET WS-IX-CARGO TO 1
           SEARCH WS-CARGO-TAB
               AT END
                       GO TO 999-ABEND
                   END-IF
                   ADD 1 TO WS-CANT-CARGOS
                   SET WS-IX-CARGO TO WS-CANT-CARGOS
                   MOVE FD-DEPTO-EMP
                     TO WS-CARGO-DEPTO-TAB(WS-IX-CARGO)
                   MOVE ZEROS TO WS-CARGO-IMP-TAB(WS-IX-CARGO)
                   MOVE ZEROS TO WS-CARGO-IMSS-TAB(WS-IX-CARGO)
                   MOVE ZEROS TO WS-CARGO-INFO-TAB(WS-IX-CARGO)
                   MOVE ZEROS TO WS-CARGO-SAR-TAB(WS-IX-CARGO)
                   MOVE ZEROS TO WS-CARGO-ISN-TAB(WS-IX-CARGO)
               WHEN WS-CARGO-DEPTO-TAB(WS-IX-CARGO) = FD-DEPTO-EMP
                   CONTINUE
           END-SEARCH.
       025-UBICA-DEPTO-EXIT.
           EXIT.

       030-RECHAZA.
           ADD 1 TO WS-RECHAZADOS
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZO
           GO TO 020-LEE.

      *>---------------------------------------------------------------*
      *>COSTO PATRONAL: SE ACUMULA POR DEPARTAMENTO DEL MAESTRO, IGUAL *
      *>QUE EL SALARIO. EL EMPLEADO SIN MAESTRO YA QUEDO RECHAZADO EN  *
      *>LA LECTURA DE NETOS Y SU CARGA TAMPOCO SE CONTABILIZA; UN      *
      *>REGISTRO DE OTRO PERIODO INDICA QUE COSPAT NO CORRESPONDE A    *
      *>ESTOS NETOS Y DETIENE EL PASO.                                 *
      *>---------------------------------------------------------------*
       032-LEE-COSPAT.
           READ COSPAT AT END
                GO TO 038-COSPAT-LISTO.
           ADD 1 TO WS-LEIDOS-COSPAT
           IF CP-PERIODO NOT = WS-PERIODO-POLIZA
               ADD 1 TO WS-COSPAT-OTRO-PER
               MOVE CP-NUMERO-EMP TO WS-OTP-NUMERO
               MOVE CP-PERIODO    TO WS-OTP-PERIODO
               WRITE REG-REPORTE FROM WS-DETALLE-OTRO-PER
               GO TO 032-LEE-COSPAT
           END-IF
           MOVE CP-NUMERO-EMP TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   GO TO 032-LEE-COSPAT
           END-READ
           PERFORM 025-UBICA-DEPTO THRU 025-UBICA-DEPTO-EXIT
           ADD CP-IMSS-PATRON TO WS-CARGO-IMSS-TAB(WS-IX-CARGO)
           ADD CP-INFONAVIT   TO WS-CARGO-INFO-TAB(WS-IX-CARGO)
           ADD CP-SAR         TO WS-CARGO-SAR-TAB(WS-IX-CARGO)
           ADD CP-ISN         TO WS-CARGO-ISN-TAB(WS-IX-CARGO)
           ADD CP-IMSS-PATRON TO WS-TOTAL-IMSS-PATRON
           ADD CP-INFONAVIT   TO WS-TOTAL-INFONAVIT
           ADD CP-SAR         TO WS-TOTAL-SAR
           ADD CP-ISN         TO WS-TOTAL-ISN
           GO TO 032-LEE-COSPAT.
       038-COSPAT-LISTO.
           IF WS-LEIDOS-COSPAT NOT = WS-LEIDOS-NETOS
               DISPLAY "PROG0133 - COSPAT NO CORRESPONDE A NETOS, "
                       "NETOS=" WS-LEIDOS-NETOS
                       " COSPAT=" WS-LEIDOS-COSPAT
               MOVE 8 TO RETURN-CODE
           END-IF
           GO TO 040-GRABA-POLIZA.

       040-GRABA-POLIZA.
           MOVE 1 TO WS-SUB.
       042-GRABA-CARGO.
           MOVE "GASTO SALARIOS"         TO WS-DET-CONCEPTO
           MOVE WS-CARGO-IMP-TAB(WS-SUB) TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-POLIZA
           MOVE "GASTO IMSS PATRONAL"      TO WS-POL-CONCEPTO
           MOVE WS-CARGO-IMSS-TAB(WS-SUB)  TO WS-POL-IMPORTE
           PERFORM 045-GRABA-CARGO-PATRON
              THRU 045-GRABA-CARGO-PATRON-EXIT
           MOVE "GASTO INFONAVIT"          TO WS-POL-CONCEPTO
           MOVE WS-CARGO-INFO-TAB(WS-SUB)  TO WS-POL-IMPORTE
           PERFORM 045-GRABA-CARGO-PATRON
              THRU 045-GRABA-CARGO-PATRON-EXIT
           MOVE "GASTO SAR"                TO WS-POL-CONCEPTO
           MOVE WS-CARGO-SAR-TAB(WS-SUB)   TO WS-POL-IMPORTE
           PERFORM 045-GRABA-CARGO-PATRON
              THRU 045-GRABA-CARGO-PATRON-EXIT
           MOVE "GASTO ISN"                TO WS-POL-CONCEPTO
           MOVE WS-CARGO-ISN-TAB(WS-SUB)   TO WS-POL-IMPORTE
           PERFORM 045-GRABA-CARGO-PATRON
              THRU 045-GRABA-CARGO-PATRON-EXIT
           ADD 1 TO WS-SUB
           GO TO 042-GRABA-CARGO.

       045-GRABA-CARGO-PATRON.
           MOVE "D"                      TO WS-POL-TIPO
           MOVE WS-CARGO-DEPTO-TAB(WS-SUB) TO WS-POL-CENTRO-COSTO
           WRITE REG-POLIZA FROM WS-POL-DETALLE
           ADD 1 TO WS-GRABADOS
           ADD WS-POL-IMPORTE            TO WS-TOTAL-CARGOS
           ADD WS-POL-IMPORTE            TO WS-SUMA-CONTROL
           MOVE "CARGO "                 TO WS-DET-TIPO
           MOVE WS-CARGO-DEPTO-TAB(WS-SUB) TO WS-DET-CENTRO
           MOVE WS-POL-CONCEPTO          TO WS-DET-CONCEPTO
           MOVE WS-POL-IMPORTE           TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-POLIZA.
       045-GRABA-CARGO-PATRON-EXIT.
           EXIT.

       050-GRABA-ABONOS.
           MOVE "C"              TO WS-POL-TIPO
           MOVE ZEROS            TO WS-POL-CENTRO-COSTO
           MOVE "NETO POR PAGAR" TO WS-DET-CONCEPTO
           MOVE WS-TOTAL-NETO    TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-POLIZA
           MOVE "IMSS PATRONAL X PAG"  TO WS-POL-CONCEPTO
           MOVE WS-TOTAL-IMSS-PATRON   TO WS-POL-IMPORTE
           PERFORM 055-GRABA-ABONO-PATRON
              THRU 055-GRABA-ABONO-PATRON-EXIT
           MOVE "INFONAVIT POR PAGAR"  TO WS-POL-CONCEPTO
           MOVE WS-TOTAL-INFONAVIT     TO WS-POL-IMPORTE
           PERFORM 055-GRABA-ABONO-PATRON
              THRU 055-GRABA-ABONO-PATRON-EXIT
           MOVE "SAR POR PAGAR"        TO WS-POL-CONCEPTO
           MOVE WS-TOTAL-SAR           TO WS-POL-IMPORTE
           PERFORM 055-GRABA-ABONO-PATRON
              THRU 055-GRABA-ABONO-PATRON-EXIT
           MOVE "ISN POR PAGAR"        TO WS-POL-CONCEPTO
           MOVE WS-TOTAL-ISN           TO WS-POL-IMPORTE
           PERFORM 055-GRABA-ABONO-PATRON
              THRU 055-GRABA-ABONO-PATRON-EXIT
           MOVE WS-GRABADOS      TO WS-TOT-CANTIDAD
           MOVE WS-SUMA-CONTROL  TO WS-TOT-SUMA-CONTROL
           WRITE REG-POLIZA FROM WS-POL-TOTAL
           GO TO 060-COSTO-DEPTOS.

       055-GRABA-ABONO-PATRON.
           MOVE "C"              TO WS-POL-TIPO
           MOVE ZEROS            TO WS-POL-CENTRO-COSTO
           WRITE REG-POLIZA FROM WS-POL-DETALLE
           ADD 1 TO WS-GRABADOS
           ADD WS-POL-IMPORTE    TO WS-TOTAL-ABONOS
           ADD WS-POL-IMPORTE    TO WS-SUMA-CONTROL
           MOVE "ABONO "         TO WS-DET-TIPO
           MOVE ZEROS            TO WS-DET-CENTRO
           MOVE WS-POL-CONCEPTO  TO WS-DET-CONCEPTO
           MOVE WS-POL-IMPORTE   TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-POLIZA.
       055-GRABA-ABONO-PATRON-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>REPORTE DE COSTO POR DEPARTAMENTO: SALARIO BRUTO MAS LA CARGA  *
      *>PATRONAL, CON LOS MISMOS IMPORTES QUE SE CARGARON A LA POLIZA. *
      *>---------------------------------------------------------------*
       060-COSTO-DEPTOS.
           WRITE REG-REPORTE FROM WS-TITULO-COSTOS
           WRITE REG-REPORTE FROM WS-ENCAB-COSTOS
           MOVE 1 TO WS-SUB.
       062-COSTO-DEPTO.
           IF WS-SUB > WS-CANT-CARGOS
               GO TO 100-FIN
           END-IF
           COMPUTE WS-COSTO-DEPTO =
               WS-CARGO-IMP-TAB(WS-SUB)  + WS-CARGO-IMSS-TAB(WS-SUB) +
               WS-CARGO-INFO-TAB(WS-SUB) + WS-CARGO-SAR-TAB(WS-SUB)  +
               WS-CARGO-ISN-TAB(WS-SUB)
           MOVE WS-CARGO-DEPTO-TAB(WS-SUB) TO WS-CST-DEPTO
           MOVE WS-CARGO-IMP-TAB(WS-SUB)   TO WS-CST-SALARIOS
           MOVE WS-CARGO-IMSS-TAB(WS-SUB)  TO WS-CST-IMSS
           MOVE WS-CARGO-INFO-TAB(WS-SUB)  TO WS-CST-INFONAVIT
           MOVE WS-CARGO-SAR-TAB(WS-SUB)   TO WS-CST-SAR
           MOVE WS-CARGO-ISN-TAB(WS-SUB)   TO WS-CST-ISN
           MOVE WS-COSTO-DEPTO             TO WS-CST-TOTAL
           WRITE REG-REPORTE FROM WS-DETALLE-COSTO
           ADD 1 TO WS-SUB
           GO TO 062-COSTO-DEPTO.

       100-FIN.
           MOVE "TOTAL DE NETOS LEIDOS:"     TO WS-CNT-CONCEPTO
                       WS-TOTAL-CARGOS " ABONOS=" WS-TOTAL-ABONOS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RECHAZADOS > ZEROS OR WS-COSPAT-OTRO-PER > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE EMPLEADOS
                 NETOS
                 POLIZA
                 REPORTE
                 COSPAT
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           IF WS-COSPAT-ABIERTO
               CLOSE COSPAT
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
