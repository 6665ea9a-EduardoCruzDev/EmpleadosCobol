       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0144.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: CALCULO DE DIFERENCIAS RETROACTIVAS DE SALARIO. LEE  *
       *>          EL HISTORICO DE NOMINA (HISNOM) Y, POR CADA REGISTRO *
       *>          DE UN PERIODO CERRADO EN EL CALENDARIO (PERCTL),     *
       *>          BUSCA EN EL HISTORICO DE SALARIOS (SALHIS) EL        *
       *>          SALARIO VIGENTE AL ULTIMO DIA DEL PERIODO (EL 15     *
       *>          PARA LA PRIMERA QUINCENA, EL ULTIMO DIA DEL MES PARA *
       *>          LA SEGUNDA Y LA MENSUAL), QUE ES EL QUE PROG0122     *
       *>          APLICA A TODO EL PERIODO. EL SUELDO DEBIDO ES ESE    *
       *>          SALARIO (LA MITAD EN QUINCENA, COMO EN PROG0122) Y   *
       *>          EL PAGADO ES EL BRUTO DEL PERIODO SIN INCIDENCIAS NI *
       *>          RETROACTIVOS. LA DIFERENCIA A FAVOR DEL EMPLEADO SE  *
       *>          GRABA EN EL ARCHIVO RETRO PARA QUE PROG0122 LA PAGUE *
       *>          EN EL SIGUIENTE PERIODO QUE CALCULE; LO YA PAGADO DE *
       *>          RETROACTIVO (RT-IMP-PAGADO) SE DESCUENTA, ASI QUE LA *
       *>          CORRIDA PUEDE REPETIRSE SIN DUPLICAR PAGOS. UN PAGO  *
       *>          DE MAS NO SE DESCUENTA AL EMPLEADO: SOLO SE REPORTA. *
       *>          LOS PERIODOS SIN SALARIO EN EL HISTORICO AL ULTIMO   *
       *>          DIA (ANTERIORES AL HISTORICO) NO SE EVALUAN. AL      *
       *>          FINAL IMPRIME EL REPORTE POR EMPLEADO Y PERIODO DE   *
       *>          LAS DIFERENCIAS (REPORTE).                           *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  CREACION.
       *>  15/10/26  ECR  EL CALENDARIO DE PERIODOS (PERCTL) PASA DE 8 A
       *>                 9 BYTES POR EL STATUS DE TIMBRADO (PERREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISNOM ASSIGN TO UT-S-HISNOM
               FILE STATUS IS WS-FS-HISNOM.
           SELECT PERCTL ASSIGN TO UT-S-PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-PERIODO
               FILE STATUS IS WS-FS-PERCTL.
           SELECT SALHIS ASSIGN TO UT-S-SALHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-LLAVE
               FILE STATUS IS WS-FS-SALHIS.
           SELECT RETRO ASSIGN TO UT-S-RETRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-LLAVE
               FILE STATUS IS WS-FS-RETRO.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD HISNOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISNOM.
       01 REG-HISNOM.
          COPY HISREG.

       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.

       FD SALHIS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 45 CHARACTERS
          DATA RECORD IS REG-SALHIS.
       01 REG-SALHIS.
          COPY SALREG.

       FD RETRO
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 65 CHARACTERS
          DATA RECORD IS REG-RETRO.
       01 REG-RETRO.
          COPY RETREG.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-HISNOM      PIC 9(07)    VALUE ZEROS.
          05 WS-PERIODOS-ABIERTOS  PIC 9(07)    VALUE ZEROS.
          05 WS-SIN-HISTORIA       PIC 9(07)    VALUE ZEROS.
          05 WS-EVALUADOS          PIC 9(07)    VALUE ZEROS.
          05 WS-SIN-DIFERENCIA     PIC 9(07)    VALUE ZEROS.
          05 WS-RETROS-GRABADOS    PIC 9(05)    VALUE ZEROS.
          05 WS-PAGOS-DE-MAS       PIC 9(05)    VALUE ZEROS.
          05 WS-SUELDO-PAGADO      PIC 9(07)V99 VALUE ZEROS.
          05 WS-SUELDO-DEBIDO      PIC 9(07)V99 VALUE ZEROS.
          05 WS-SALARIO-VIGENTE    PIC 9(07)V99 VALUE ZEROS.
          05 WS-DIFERENCIA         PIC S9(07)V99 VALUE ZEROS.
          05 WS-EMP-ANT            PIC 9(05)    VALUE ZEROS.
          05 WS-SW-HISTORIA        PIC X(01)    VALUE "N".
             88 WS-CON-HISTORIA                VALUE "S".
             88 WS-SIN-HISTORIA-EMP            VALUE "N".

      *>---------------------------------------------------------------*
      *>EL ULTIMO PERIODO CONSULTADO EN PERCTL SE GUARDA PARA NO LEER  *
      *>EL CALENDARIO POR CADA EMPLEADO: HISNOM VIENE AGRUPADO POR     *
      *>PERIODO PORQUE PROG0122 LO GRABA UNA CORRIDA A LA VEZ.         *
      *>---------------------------------------------------------------*
       01 WS-AREAS-PERIODO.
          05 WS-PERIODO-ANT        PIC 9(07)    VALUE ZEROS.
          05 WS-SW-PERIODO         PIC X(01)    VALUE "N".
             88 WS-PERIODO-CERRADO             VALUE "S".
             88 WS-PERIODO-NO-CERRADO          VALUE "N".
          05 WS-FIN-PERIODO.
             10 WS-FIN-ANIO        PIC 9(04).
             10 WS-FIN-MES         PIC 9(02).
             10 WS-FIN-DIA         PIC 9(02).
          05 WS-FIN-PERIODO-NUM REDEFINES WS-FIN-PERIODO
                                   PIC 9(08).
          05 WS-COCIENTE           PIC 9(04)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(04)    VALUE ZEROS.
          05 WS-DIA-TOPE           PIC 9(02)    VALUE ZEROS.

       01 WS-TOTALES-EMPRESA.
          05 WS-TOTAL-EMP          PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PENDIENTE    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-DE-MAS       PIC 9(11)V99 VALUE ZEROS.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-HISNOM          PIC X(02)    VALUE "00".
             88 WS-HISNOM-OK                   VALUE "00".
          05 WS-FS-PERCTL          PIC X(02)    VALUE "00".
             88 WS-PERCTL-OK                   VALUE "00".
          05 WS-FS-SALHIS          PIC X(02)    VALUE "00".
             88 WS-SALHIS-OK                   VALUE "00".
          05 WS-FS-RETRO           PIC X(02)    VALUE "00".
             88 WS-RETRO-OK                    VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-HISNOM-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-HISNOM-ABIERTO              VALUE "S".
             88 WS-HISNOM-CERRADO              VALUE "N".
          05 WS-SW-PERCTL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-PERCTL-ABIERTO              VALUE "S".
          05 WS-SW-SALHIS-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-SALHIS-ABIERTO              VALUE "S".
          05 WS-SW-RETRO-ABIERTO   PIC X(01)    VALUE "N".
             88 WS-RETRO-ABIERTO               VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(40)
             VALUE "DIFERENCIAS RETROACTIVAS DE SALARIO AL ".
          05 WS-TIT-DIA            PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-TIT-MES            PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-TIT-ANIO           PIC 9(04).
          05 FILLER                PIC X(30)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(24)
             VALUE "EMP.   PERIODO".
          05 FILLER                PIC X(26)
             VALUE "   S. PAGADO    S. DEBIDO ".
          05 FILLER                PIC X(26)
             VALUE "  RETRO PAG.   DIFERENCIA ".
          05 FILLER                PIC X(23)
             VALUE "SITUACION".

       01 WS-DETALLE-RETRO.
          05 FILLER                PIC X(01).
          05 WS-DET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-ANIO           PIC 9(04).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-DET-MES            PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "-".
          05 WS-DET-QUINCENA       PIC 9(01).
          05 FILLER                PIC X(08)    VALUE SPACES.
          05 WS-DET-PAGADO         PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-DEBIDO         PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-YA-PAGADO      PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-DIFERENCIA     PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-SITUACION      PIC X(11).
          05 FILLER                PIC X(12)    VALUE SPACES.

       01 WS-DETALLE-TOTAL-EMP.
          05 FILLER                PIC X(08)    VALUE SPACES.
          05 FILLER                PIC X(24)
             VALUE "TOTAL RETROACTIVO EMP.: ".
          05 WS-TOT-NUMERO         PIC 9(05).
          05 FILLER                PIC X(27)    VALUE SPACES.
          05 WS-TOT-IMPORTE        PIC Z(08)9.99.
          05 FILLER                PIC X(24)    VALUE SPACES.

       01 WS-DETALLE-CUENTA.
          05 FILLER                PIC X(01).
          05 WS-CNT-CONCEPTO       PIC X(32).
          05 WS-CNT-VALOR          PIC 9(07).
          05 FILLER                PIC X(60)    VALUE SPACES.

       01 WS-DETALLE-IMPORTE.
          05 FILLER                PIC X(01).
          05 WS-IMP-CONCEPTO       PIC X(32).
          05 WS-IMP-VALOR          PIC Z(10)9.99.
          05 FILLER                PIC X(53)    VALUE SPACES.

       01 WS-LINEA-BLANCA          PIC X(100)   VALUE SPACES.

       01 WS-PETICION-CTL.
          COPY CTLPET.

       LINKAGE SECTION.
       01 LK-FECHA.
          05 FILLER                PIC X(02).
          05 LK-DIA                PIC 9(02).
          05 LK-MES                PIC 9(02).
          05 LK-ANIO               PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           MOVE "PROG0144" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           OPEN INPUT  HISNOM
           IF NOT WS-HISNOM-OK
               DISPLAY "PROG0144 - ERROR AL ABRIR HISNOM, FS="
                       WS-FS-HISNOM
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-HISNOM-ABIERTO TO TRUE
           OPEN INPUT  PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0144 - ERROR AL ABRIR PERCTL, FS="
                       WS-FS-PERCTL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE
           OPEN INPUT  SALHIS
           IF NOT WS-SALHIS-OK
               DISPLAY "PROG0144 - ERROR AL ABRIR SALHIS, FS="
                       WS-FS-SALHIS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-SALHIS-ABIERTO TO TRUE
           OPEN I-O    RETRO
           IF NOT WS-RETRO-OK
               DISPLAY "PROG0144 - ERROR AL ABRIR RETRO, FS="
                       WS-FS-RETRO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-RETRO-ABIERTO TO TRUE
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0144 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           MOVE LK-DIA  TO WS-TIT-DIA
           MOVE LK-MES  TO WS-TIT-MES
           MOVE LK-ANIO TO WS-TIT-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-1
           WRITE REG-REPORTE FROM WS-TITULO-2.

      *>---------------------------------------------------------------*
      *>UN REGISTRO DE HISNOM POR EMPLEADO Y PERIODO. SOLO SE EVALUAN  *
      *>LOS PERIODOS CERRADOS: UNO ABIERTO TODAVIA PUEDE RECALCULARSE  *
      *>CON EL SALARIO CORRECTO.                                       *
      *>---------------------------------------------------------------*
       020-LEE.
           READ HISNOM AT END
                GO TO 060-HISNOM-LISTO.
           ADD 1 TO WS-LEIDOS-HISNOM
           IF HN-PERIODO NOT = WS-PERIODO-ANT
               PERFORM 025-CHECA-PERIODO THRU 025-CHECA-PERIODO-EXIT
           END-IF
           IF WS-PERIODO-NO-CERRADO
               ADD 1 TO WS-PERIODOS-ABIERTOS
               GO TO 020-LEE
           END-IF
           PERFORM 030-BUSCA-SALARIO THRU 030-BUSCA-SALARIO-EXIT
           IF WS-SIN-HISTORIA-EMP
               ADD 1 TO WS-SIN-HISTORIA
               GO TO 020-LEE
           END-IF
           ADD 1 TO WS-EVALUADOS
           IF HN-QUINCENA = ZEROS
               MOVE WS-SALARIO-VIGENTE TO WS-SUELDO-DEBIDO
           ELSE
               COMPUTE WS-SUELDO-DEBIDO ROUNDED =
                   WS-SALARIO-VIGENTE / 2
           END-IF
           COMPUTE WS-SUELDO-PAGADO =
               HN-SALARIO-BRUTO - HN-PERCEP-VAR - HN-RETROACTIVO
               + HN-DESC-VAR
           GO TO 040-GRABA-RETRO.

       025-CHECA-PERIODO.
           MOVE HN-PERIODO TO WS-PERIODO-ANT
           MOVE HN-PERIODO TO PE-PERIODO
           SET WS-PERIODO-NO-CERRADO TO TRUE
           READ PERCTL
               INVALID KEY
                   GO TO 025-CHECA-PERIODO-EXIT
           END-READ
           IF PE-CERRADO
               SET WS-PERIODO-CERRADO TO TRUE
           END-IF
           MOVE HN-ANIO TO WS-FIN-ANIO
           MOVE HN-MES  TO WS-FIN-MES
           MOVE 31 TO WS-DIA-TOPE
           IF HN-MES = 04 OR HN-MES = 06 OR
              HN-MES = 09 OR HN-MES = 11
               MOVE 30 TO WS-DIA-TOPE
           END-IF
           IF HN-MES = 02
               MOVE 28 TO WS-DIA-TOPE
               DIVIDE HN-ANIO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 29 TO WS-DIA-TOPE
               END-IF
               DIVIDE HN-ANIO BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 28 TO WS-DIA-TOPE
                   DIVIDE HN-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESIDUO
                   IF WS-RESIDUO = ZEROS
                       MOVE 29 TO WS-DIA-TOPE
                   END-IF
               END-IF
           END-IF
           IF HN-QUINCENA = 1
               MOVE 15 TO WS-FIN-DIA
           ELSE
               MOVE WS-DIA-TOPE TO WS-FIN-DIA
           END-IF.
       025-CHECA-PERIODO-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>EL SALARIO VIGENTE ES EL SALARIO NUEVO DEL ULTIMO CAMBIO DEL   *
      *>EMPLEADO CON FECHA EFECTIVA HASTA EL ULTIMO DIA DEL PERIODO (A *
      *>IGUAL FECHA, EL DE SECUENCIA MAYOR), QUE ES EL SALARIO DEL     *
      *>MAESTRO CON EL QUE PROG0122 PAGA TODO EL PERIODO. SALHIS SE    *
      *>RECORRE EN ORDEN DE LLAVE DESDE LA PRIMERA DEL EMPLEADO.       *
      *>---------------------------------------------------------------*
       030-BUSCA-SALARIO.
           SET WS-SIN-HISTORIA-EMP TO TRUE
           MOVE ZEROS         TO WS-SALARIO-VIGENTE
           MOVE HN-NUMERO-EMP TO SH-NUMERO-EMP
           MOVE ZEROS         TO SH-FECHA-EFEC
           MOVE ZEROS         TO SH-SECUENCIA
           START SALHIS KEY IS NOT LESS THAN SH-LLAVE
               INVALID KEY
                   GO TO 030-BUSCA-SALARIO-EXIT
           END-START.
       032-LEE-SALHIS.
           READ SALHIS NEXT RECORD
               AT END
                   GO TO 030-BUSCA-SALARIO-EXIT
           END-READ
           IF SH-NUMERO-EMP NOT = HN-NUMERO-EMP
               GO TO 030-BUSCA-SALARIO-EXIT
           END-IF
           IF SH-FECHA-EFEC > WS-FIN-PERIODO-NUM
               GO TO 030-BUSCA-SALARIO-EXIT
           END-IF
           SET WS-CON-HISTORIA TO TRUE
           MOVE SH-SALARIO-NVO TO WS-SALARIO-VIGENTE
           GO TO 032-LEE-SALHIS.
       030-BUSCA-SALARIO-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>LA DIFERENCIA DESCUENTA LO QUE PROG0122 YA PAGO DEL PERIODO    *
      *>COMO RETROACTIVO. SI QUEDA SALDO A FAVOR DEL EMPLEADO SE DEJA  *
      *>PENDIENTE DE PAGO POR ESE IMPORTE; SI NO, EL REGISTRO QUE YA   *
      *>EXISTIA QUEDA SIN IMPORTE PENDIENTE. UN PAGO DE MAS DE UN      *
      *>PERIODO NUEVO SE GRABA SIN IMPORTE PARA QUE SALGA EN EL        *
      *>REPORTE.                                                       *
      *>---------------------------------------------------------------*
       040-GRABA-RETRO.
           MOVE HN-NUMERO-EMP TO RT-NUMERO-EMP
           MOVE HN-PERIODO    TO RT-PERIODO
           READ RETRO
               INVALID KEY
                   GO TO 045-NUEVO-RETRO
           END-READ
           COMPUTE WS-DIFERENCIA =
               WS-SUELDO-DEBIDO - WS-SUELDO-PAGADO - RT-IMP-PAGADO
           MOVE WS-SUELDO-PAGADO TO RT-SUELDO-PAGADO
           MOVE WS-SUELDO-DEBIDO TO RT-SUELDO-DEBIDO
           IF WS-DIFERENCIA > ZEROS
               MOVE WS-DIFERENCIA TO RT-IMPORTE
               SET RT-PENDIENTE   TO TRUE
               ADD 1 TO WS-RETROS-GRABADOS
           ELSE
               MOVE ZEROS         TO RT-IMPORTE
               ADD 1 TO WS-SIN-DIFERENCIA
           END-IF
           REWRITE REG-RETRO
               INVALID KEY
                   DISPLAY "PROG0144 - ERROR AL REESCRIBIR RETRO "
                           RT-LLAVE " FS=" WS-FS-RETRO
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           GO TO 020-LEE.
       045-NUEVO-RETRO.
           COMPUTE WS-DIFERENCIA =
               WS-SUELDO-DEBIDO - WS-SUELDO-PAGADO
           IF WS-DIFERENCIA = ZEROS
               ADD 1 TO WS-SIN-DIFERENCIA
               GO TO 020-LEE
           END-IF
           MOVE HN-NUMERO-EMP    TO RT-NUMERO-EMP
           MOVE HN-PERIODO       TO RT-PERIODO
           MOVE WS-SUELDO-PAGADO TO RT-SUELDO-PAGADO
           MOVE WS-SUELDO-DEBIDO TO RT-SUELDO-DEBIDO
           MOVE ZEROS            TO RT-IMP-PAGADO
           MOVE ZEROS            TO RT-PERIODO-PAGO
           MOVE ZEROS            TO RT-IMP-APLICADO
           SET RT-PENDIENTE      TO TRUE
           IF WS-DIFERENCIA > ZEROS
               MOVE WS-DIFERENCIA TO RT-IMPORTE
               ADD 1 TO WS-RETROS-GRABADOS
           ELSE
               MOVE ZEROS         TO RT-IMPORTE
               ADD 1 TO WS-SIN-DIFERENCIA
           END-IF
           WRITE REG-RETRO
               INVALID KEY
                   DISPLAY "PROG0144 - ERROR AL GRABAR RETRO "
                           RT-LLAVE " FS=" WS-FS-RETRO
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-WRITE
           GO TO 020-LEE.

      *>---------------------------------------------------------------*
      *>REPORTE EN ORDEN DE LLAVE DE RETRO (EMPLEADO Y PERIODO): LAS   *
      *>DIFERENCIAS PENDIENTES DE PAGO Y LOS PERIODOS PAGADOS DE MAS,  *
      *>CON TOTAL POR EMPLEADO DE LO PENDIENTE.                        *
      *>---------------------------------------------------------------*
       060-HISNOM-LISTO.
           CLOSE HISNOM
           SET WS-HISNOM-CERRADO TO TRUE
           MOVE ZEROS TO WS-EMP-ANT
           MOVE ZEROS TO RT-LLAVE
           START RETRO KEY IS NOT LESS THAN RT-LLAVE
               INVALID KEY
                   GO TO 100-FIN
           END-START.
       065-LEE-RETRO.
           READ RETRO NEXT RECORD
               AT END
                   PERFORM 080-TOTAL-EMPLEADO
                      THRU 080-TOTAL-EMPLEADO-EXIT
                   GO TO 100-FIN
           END-READ
           COMPUTE WS-DIFERENCIA =
               RT-SUELDO-DEBIDO - RT-SUELDO-PAGADO - RT-IMP-PAGADO
           IF RT-IMPORTE = ZEROS AND WS-DIFERENCIA NOT < ZEROS
               GO TO 065-LEE-RETRO
           END-IF
           IF RT-NUMERO-EMP NOT = WS-EMP-ANT
               PERFORM 080-TOTAL-EMPLEADO THRU 080-TOTAL-EMPLEADO-EXIT
               MOVE RT-NUMERO-EMP TO WS-EMP-ANT
           END-IF
           MOVE RT-NUMERO-EMP    TO WS-DET-NUMERO
           MOVE RT-ANIO          TO WS-DET-ANIO
           MOVE RT-MES           TO WS-DET-MES
           MOVE RT-QUINCENA      TO WS-DET-QUINCENA
           MOVE RT-SUELDO-PAGADO TO WS-DET-PAGADO
           MOVE RT-SUELDO-DEBIDO TO WS-DET-DEBIDO
           MOVE RT-IMP-PAGADO    TO WS-DET-YA-PAGADO
           IF RT-IMPORTE > ZEROS
               MOVE RT-IMPORTE   TO WS-DET-DIFERENCIA
               MOVE "PENDIENTE"  TO WS-DET-SITUACION
               ADD RT-IMPORTE    TO WS-TOTAL-EMP
               ADD RT-IMPORTE    TO WS-TOTAL-PENDIENTE
           ELSE
               COMPUTE WS-DIFERENCIA = ZEROS - WS-DIFERENCIA
               MOVE WS-DIFERENCIA TO WS-DET-DIFERENCIA
               MOVE "PAGO DE MAS" TO WS-DET-SITUACION
               ADD WS-DIFERENCIA  TO WS-TOTAL-DE-MAS
               ADD 1 TO WS-PAGOS-DE-MAS
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-RETRO
           GO TO 065-LEE-RETRO.

       080-TOTAL-EMPLEADO.
           IF WS-EMP-ANT = ZEROS
               GO TO 080-TOTAL-EMPLEADO-EXIT
           END-IF
           IF WS-TOTAL-EMP > ZEROS
               MOVE WS-EMP-ANT   TO WS-TOT-NUMERO
               MOVE WS-TOTAL-EMP TO WS-TOT-IMPORTE
               WRITE REG-REPORTE FROM WS-DETALLE-TOTAL-EMP
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           MOVE ZEROS TO WS-TOTAL-EMP.
       080-TOTAL-EMPLEADO-EXIT.
           EXIT.

       100-FIN.
           MOVE "REGISTROS LEIDOS DE HISNOM:"     TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-HISNOM    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "EN PERIODOS NO CERRADOS:"        TO WS-CNT-CONCEPTO
           MOVE WS-PERIODOS-ABIERTOS TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "SIN SALARIO EN HISTORICO:"       TO WS-CNT-CONCEPTO
           MOVE WS-SIN-HISTORIA     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERIODOS EVALUADOS:"             TO WS-CNT-CONCEPTO
           MOVE WS-EVALUADOS        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "SIN DIFERENCIA A PAGAR:"         TO WS-CNT-CONCEPTO
           MOVE WS-SIN-DIFERENCIA   TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "DIFERENCIAS PENDIENTES GRABADAS:" TO WS-CNT-CONCEPTO
           MOVE WS-RETROS-GRABADOS  TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERIODOS PAGADOS DE MAS:"        TO WS-CNT-CONCEPTO
           MOVE WS-PAGOS-DE-MAS     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL RETROACTIVO PENDIENTE:"    TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PENDIENTE  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL PAGADO DE MAS:"            TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-DE-MAS     TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           CLOSE PERCTL
                 SALHIS
                 RETRO
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0144"          TO WS-CTL-PROGRAMA
           MOVE WS-LEIDOS-HISNOM    TO WS-CTL-LEIDOS
           MOVE WS-RETROS-GRABADOS  TO WS-CTL-GRABADOS
           MOVE RETURN-CODE         TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-HISNOM-ABIERTO
               CLOSE HISNOM
           END-IF
           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-SALHIS-ABIERTO
               CLOSE SALHIS
           END-IF
           IF WS-RETRO-ABIERTO
               CLOSE RETRO
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
