       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0141.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: DEPURAR LA CAPTURA DE INCIDENCIAS DE NOMINA (HORAS   *
       *>          EXTRA, BONOS, FALTAS E INCAPACIDADES) ANTES DE QUE   *
       *>          PROG0122 LAS APLIQUE. LEE LA CAPTURA CRUDA (INCAPT), *
       *>          VALIDA CADA CAMPO: EL PERIODO DEBE SER UNA FECHA     *
       *>          AAAAMMQ VALIDA Y ESTAR ABIERTO EN PERCTL (O NO       *
       *>          EXISTIR AUN), EL EMPLEADO DEBE EXISTIR EN EMPLEADOS, *
       *>          ESTAR ACTIVO Y LA QUINCENA DEBE CORRESPONDER A SU    *
       *>          FRECUENCIA DE PAGO (0 MENSUAL, 1 O 2 QUINCENAL),     *
       *>          EL CONCEPTO DEBE SER CONOCIDO Y LA CANTIDAD O EL     *
       *>          IMPORTE DEBEN VENIR DENTRO DE RANGO.                 *
       *>          LAS PARTIDAS CON IMPORTE EN CERO SE VALUAN CON EL    *
       *>          SALARIO DIARIO DEL MAESTRO (SALARIO ENTRE 30, COMO   *
       *>          PROG0140): HORAS EXTRA AL DOBLE DE LA HORA ORDINARIA *
       *>          (JORNADA DE 8 HORAS), FALTAS E INCAPACIDADES A UN    *
       *>          SALARIO DIARIO POR DIA. LAS PARTIDAS LIMPIAS SE      *
       *>          GRABAN EN EL ARCHIVO DE INCIDENCIAS (INCIDEN) Y LAS  *
       *>          MALAS EN INCRECH CON UN CODIGO DE MOTIVO POR CAMPO,  *
       *>          LA FECHA DEL RECHAZO Y STATUS PENDIENTE, IGUAL QUE   *
       *>          PROG0126 CON LOS MOVIMIENTOS DEL MAESTRO. UNA        *
       *>          PARTIDA QUE YA EXISTE EN INCIDEN PARA EL MISMO       *
       *>          PERIODO, EMPLEADO Y CONCEPTO SE RECHAZA COMO         *
       *>          DUPLICADA. CON RECHAZOS TERMINA CON RETURN-CODE 4.   *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  CREACION.
       *>  15/10/26  ECR  NOMINA QUINCENAL: EL PERIODO DE LA CAPTURA ES
       *>                 AAAAMMQ Y LA QUINCENA DEBE CORRESPONDER A LA
       *>                 FRECUENCIA DEL EMPLEADO (MOTIVO Q). INCAPT E
       *>                 INCIDEN PASAN A 28 BYTES, INCRECH A 42 Y EL
       *>                 MAESTRO A 77 (EMPREG).
       *>  15/10/26  ECR  EL CALENDARIO DE PERIODOS (PERCTL) PASA DE 8 A
       *>                 9 BYTES POR EL STATUS DE TIMBRADO (PERREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCAPT ASSIGN TO UT-S-INCAPT
               FILE STATUS IS WS-FS-INCAPT.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT PERCTL ASSIGN TO UT-S-PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-PERIODO
               FILE STATUS IS WS-FS-PERCTL.
           SELECT INCIDEN ASSIGN TO UT-S-INCIDEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-LLAVE
               FILE STATUS IS WS-FS-INCIDEN.
           SELECT INCRECH ASSIGN TO UT-S-INCRECH
               FILE STATUS IS WS-FS-INCRECH.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD INCAPT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-INCAPT.
       01 REG-INCAPT               PIC X(28).

       FD EMPLEADOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 77 CHARACTERS
          DATA RECORD IS REG-EMPLEADOS.
       01 REG-EMPLEADOS.
          COPY EMPREG
              REPLACING ==CPY-REG-EMPLEADOS== BY ==FD-REG-EMPLEADOS==
                        ==CPY-NUMERO-EMP==    BY ==FD-NUMERO-EMP==
                        ==CPY-NOMBRE-EMP==    BY ==FD-NOMBRE-EMP==
                        ==CPY-STATUS-EMP==    BY ==FD-STATUS-EMP==
                        ==CPY-DEPTO-EMP==     BY ==FD-DEPTO-EMP==
                        ==CPY-PUESTO-EMP==    BY ==FD-PUESTO-EMP==
                        ==CPY-SALARIO-EMP==   BY ==FD-SALARIO-EMP==
                        ==CPY-CUENTA-EMP==    BY ==FD-CUENTA-EMP==
                        ==CPY-FECHA-ING-EMP== BY
                                               ==FD-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==FD-ING-ANIO==
                        ==CPY-ING-MES==       BY ==FD-ING-MES==
                        ==CPY-ING-DIA==       BY ==FD-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==FD-FRECUENCIA-EMP==.

       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.

       FD INCIDEN
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS
          DATA RECORD IS REG-INCIDEN.
       01 REG-INCIDEN.
          COPY INCREG.

      *>---------------------------------------------------------------*
      *>INCIDENCIAS RECHAZADAS: IMAGEN COMPLETA DE LA CAPTURA, UN      *
      *>CODIGO DE MOTIVO POR CAMPO (N=NO NUMERICO, I=INVALIDO,         *
      *>C=PERIODO YA CALCULADO O CERRADO, X=EMPLEADO SIN REGISTRO,     *
      *>B=EMPLEADO INACTIVO, D=PARTIDA DUPLICADA, F=FALTA EL DATO,     *
      *>Q=QUINCENA QUE NO CORRESPONDE A LA FRECUENCIA DEL EMPLEADO,    *
      *>R=FUERA DE RANGO), FECHA DEL RECHAZO Y STATUS DE CORRECCION    *
      *>CON LOS MISMOS VALORES QUE RECICLA (P/C/X).                    *
      *>---------------------------------------------------------------*
       FD INCRECH
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 42 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-INCRECH.
       01 REG-INCRECH.
          05 IR-INCIDENCIA         PIC X(28).
          05 IR-MOTIVOS.
             10 IR-MOT-PERIODO     PIC X(01).
             10 IR-MOT-NUMERO      PIC X(01).
             10 IR-MOT-CONCEPTO    PIC X(01).
             10 IR-MOT-CANTIDAD    PIC X(01).
             10 IR-MOT-IMPORTE     PIC X(01).
          05 IR-FECHA-RECHAZO.
             10 IR-RECH-ANIO       PIC 9(04).
             10 IR-RECH-MES        PIC 9(02).
             10 IR-RECH-DIA        PIC 9(02).
          05 IR-STATUS-CORR        PIC X(01).
             88 IR-PENDIENTE                  VALUE "P".
             88 IR-CORREGIDO                  VALUE "C".
             88 IR-CANCELADO                  VALUE "X".

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-INCID       PIC 9(05)    VALUE ZEROS.
          05 WS-ACEPTADOS          PIC 9(05)    VALUE ZEROS.
          05 WS-RECHAZADOS         PIC 9(05)    VALUE ZEROS.
          05 WS-VALUADOS           PIC 9(05)    VALUE ZEROS.
          05 WS-TOTAL-PERCEP       PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-DESCTO       PIC 9(09)V99 VALUE ZEROS.
          05 WS-SALARIO-DIARIO     PIC 9(07)V99 VALUE ZEROS.
          05 WS-HORAS-MAXIMO       PIC 9(03)V99 VALUE 040.00.
          05 WS-DIAS-MAXIMO        PIC 9(03)V99 VALUE 030.00.
          05 WS-IMPORTE-MAXIMO     PIC 9(07)V99 VALUE 0500000.00.
          05 WS-SW-INCID-LIMPIA    PIC X(01)    VALUE "S".
             88 WS-INCID-LIMPIA                VALUE "S".
             88 WS-INCID-SUCIA                 VALUE "N".

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-INCAPT          PIC X(02)    VALUE "00".
             88 WS-INCAPT-OK                   VALUE "00".
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
          05 WS-FS-PERCTL          PIC X(02)    VALUE "00".
             88 WS-PERCTL-OK                   VALUE "00".
          05 WS-FS-INCIDEN         PIC X(02)    VALUE "00".
             88 WS-INCIDEN-OK                  VALUE "00".
             88 WS-INCIDEN-DUPLICADA           VALUE "22".
          05 WS-FS-INCRECH         PIC X(02)    VALUE "00".
             88 WS-INCRECH-OK                  VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-INCAPT-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-INCAPT-ABIERTO              VALUE "S".
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
          05 WS-SW-PERCTL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-PERCTL-ABIERTO              VALUE "S".
          05 WS-SW-INCIDEN-ABIERTO PIC X(01)    VALUE "N".
             88 WS-INCIDEN-ABIERTO             VALUE "S".
          05 WS-SW-INCRECH-ABIERTO PIC X(01)    VALUE "N".
             88 WS-INCRECH-ABIERTO             VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

       01 WS-TITULO-1.
          05 FILLER                PIC X(11)    VALUE SPACES.
          05 WS-TIT-1              PIC X(40)
             VALUE "DEPURACION DE LA CAPTURA DE INCIDENCIAS".
          05 FILLER                PIC X(29)    VALUE SPACES.

       01 WS-DETALLE-RECHAZO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(16)
                                   VALUE "RECHAZADO, EMP: ".
          05 WS-RCH-NUMERO         PIC X(05).
          05 FILLER                PIC X(07)    VALUE "  PER: ".
          05 WS-RCH-PERIODO        PIC X(07).
          05 FILLER                PIC X(08)    VALUE "  CONC: ".
          05 WS-RCH-CONCEPTO       PIC X(02).
          05 FILLER                PIC X(11)    VALUE "  MOTIVOS: ".
          05 WS-RCH-MOTIVOS        PIC X(05).
          05 FILLER                PIC X(18)    VALUE SPACES.

       01 WS-DETALLE-VALUADO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(16)
                                   VALUE "VALUADO,   EMP: ".
          05 WS-VAL-NUMERO         PIC 9(05).
          05 FILLER                PIC X(07)    VALUE "  PER: ".
          05 WS-VAL-PERIODO        PIC 9(07).
          05 FILLER                PIC X(08)    VALUE "  CONC: ".
          05 WS-VAL-CONCEPTO       PIC 9(02).
          05 FILLER                PIC X(08)    VALUE "  CANT: ".
          05 WS-VAL-CANTIDAD       PIC ZZ9.99.
          05 FILLER                PIC X(07)    VALUE "  IMP: ".
          05 WS-VAL-IMPORTE        PIC Z(06)9.99.
          05 FILLER                PIC X(03)    VALUE SPACES.

       01 WS-DETALLE-CUENTA.
          05 FILLER                PIC X(01).
          05 WS-CNT-CONCEPTO       PIC X(32).
          05 WS-CNT-VALOR          PIC 9(05).
          05 FILLER                PIC X(42)    VALUE SPACES.

       01 WS-DETALLE-IMPORTE.
          05 FILLER                PIC X(01).
          05 WS-IMP-CONCEPTO       PIC X(32).
          05 WS-IMP-VALOR          PIC Z(08)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.

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
           MOVE "PROG0141" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           OPEN INPUT  INCAPT
           IF NOT WS-INCAPT-OK
               DISPLAY "PROG0141 - ERROR AL ABRIR INCAPT, FS="
                       WS-FS-INCAPT
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-INCAPT-ABIERTO TO TRUE
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0141 - ERROR AL ABRIR EMPLEADOS, FS="
                       WS-FS-EMPLEADOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPLEADOS-ABIERTO TO TRUE
           OPEN INPUT  PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0141 - ERROR AL ABRIR PERCTL, FS="
                       WS-FS-PERCTL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE
           OPEN I-O    INCIDEN
           IF NOT WS-INCIDEN-OK
               DISPLAY "PROG0141 - ERROR AL ABRIR INCIDEN, FS="
                       WS-FS-INCIDEN
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-INCIDEN-ABIERTO TO TRUE
           OPEN EXTEND INCRECH
           IF NOT WS-INCRECH-OK
               DISPLAY "PROG0141 - ERROR AL ABRIR INCRECH, FS="
                       WS-FS-INCRECH
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-INCRECH-ABIERTO TO TRUE
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0141 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           WRITE REG-REPORTE FROM WS-TITULO-1.

       020-LEE.
           READ INCAPT INTO REG-INCIDEN AT END
                GO TO 100-FIN.
           ADD 1 TO WS-LEIDOS-INCID
           SET WS-INCID-LIMPIA TO TRUE
           MOVE SPACES TO IR-MOTIVOS
           GO TO 030-VALIDA-PERIODO.

      *>---------------------------------------------------------------*
      *>EL PERIODO DEBE SER AAAAMMQ VALIDO. SI YA TIENE REGISTRO EN    *
      *>PERCTL DEBE ESTAR ABIERTO: UNA PARTIDA PARA UN PERIODO YA      *
      *>CALCULADO NO ENTRARIA EN NETOS SIN UN REVERSO DEL SUPERVISOR.  *
      *>UN PERIODO SIN REGISTRO TODAVIA NO SE CALCULA Y SE ACEPTA.     *
      *>---------------------------------------------------------------*
       030-VALIDA-PERIODO.
           IF IN-PERIODO IS NOT NUMERIC
               MOVE "N" TO IR-MOT-PERIODO
               SET WS-INCID-SUCIA TO TRUE
               GO TO 040-VALIDA-EMPLEADO
           END-IF
           IF IN-ANIO < 1950 OR
              IN-MES < 01 OR IN-MES > 12 OR
              IN-QUINCENA > 2
               MOVE "I" TO IR-MOT-PERIODO
               SET WS-INCID-SUCIA TO TRUE
               GO TO 040-VALIDA-EMPLEADO
           END-IF
           MOVE IN-PERIODO TO PE-PERIODO
           READ PERCTL
               INVALID KEY
                   GO TO 040-VALIDA-EMPLEADO
           END-READ
           IF NOT PE-ABIERTO
               MOVE "C" TO IR-MOT-PERIODO
               SET WS-INCID-SUCIA TO TRUE
           END-IF.

       040-VALIDA-EMPLEADO.
           IF IN-NUMERO-EMP IS NOT NUMERIC
               MOVE "N" TO IR-MOT-NUMERO
               SET WS-INCID-SUCIA TO TRUE
               GO TO 050-VALIDA-CONCEPTO
           END-IF
           MOVE IN-NUMERO-EMP TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   MOVE "X" TO IR-MOT-NUMERO
                   SET WS-INCID-SUCIA TO TRUE
                   GO TO 050-VALIDA-CONCEPTO
           END-READ
           IF FD-STATUS-EMP NOT = 1
               MOVE "B" TO IR-MOT-NUMERO
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF IR-MOT-PERIODO NOT = SPACE
               GO TO 050-VALIDA-CONCEPTO
           END-IF
           IF FD-FRECUENCIA-EMP = "Q" AND IN-QUINCENA = 0
               MOVE "Q" TO IR-MOT-PERIODO
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF FD-FRECUENCIA-EMP NOT = "Q" AND IN-QUINCENA NOT = 0
               MOVE "Q" TO IR-MOT-PERIODO
               SET WS-INCID-SUCIA TO TRUE
           END-IF.

       050-VALIDA-CONCEPTO.
           IF IN-CONCEPTO IS NOT NUMERIC
               MOVE "N" TO IR-MOT-CONCEPTO
               SET WS-INCID-SUCIA TO TRUE
           ELSE
               IF NOT IN-CONCEPTO-VALIDO
                   MOVE "I" TO IR-MOT-CONCEPTO
                   SET WS-INCID-SUCIA TO TRUE
               END-IF
           END-IF
           IF IN-CANTIDAD IS NOT NUMERIC
               MOVE "N" TO IR-MOT-CANTIDAD
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF IN-IMPORTE IS NOT NUMERIC
               MOVE "N" TO IR-MOT-IMPORTE
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF WS-INCID-SUCIA
               GO TO 070-DICTAMINA
           END-IF
           GO TO 060-VALIDA-IMPORTES.

      *>---------------------------------------------------------------*
      *>EL BONO SE CAPTURA SIEMPRE CON IMPORTE. HORAS EXTRA, FALTAS E  *
      *>INCAPACIDADES TRAEN CANTIDAD (HORAS O DIAS) Y, SI EL IMPORTE   *
      *>VIENE EN CERO, SE VALUAN AQUI CON EL SALARIO DIARIO; ASI       *
      *>PROG0122 SOLO SUMA Y RESTA IMPORTES YA DEPURADOS.              *
      *>---------------------------------------------------------------*
       060-VALIDA-IMPORTES.
           IF IN-IMPORTE > WS-IMPORTE-MAXIMO
               MOVE "R" TO IR-MOT-IMPORTE
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF IN-ES-BONO
               IF IN-IMPORTE = ZEROS
                   MOVE "F" TO IR-MOT-IMPORTE
                   SET WS-INCID-SUCIA TO TRUE
               END-IF
               GO TO 070-DICTAMINA
           END-IF
           IF IN-CANTIDAD = ZEROS
               MOVE "F" TO IR-MOT-CANTIDAD
               SET WS-INCID-SUCIA TO TRUE
               GO TO 070-DICTAMINA
           END-IF
           IF IN-ES-HORAS-EXTRA AND IN-CANTIDAD > WS-HORAS-MAXIMO
               MOVE "R" TO IR-MOT-CANTIDAD
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF IN-ES-DESCUENTO AND IN-CANTIDAD > WS-DIAS-MAXIMO
               MOVE "R" TO IR-MOT-CANTIDAD
               SET WS-INCID-SUCIA TO TRUE
           END-IF
           IF WS-INCID-SUCIA OR IN-IMPORTE NOT = ZEROS
               GO TO 070-DICTAMINA
           END-IF
           PERFORM 065-VALUA-PARTIDA THRU 065-VALUA-PARTIDA-EXIT
           GO TO 070-DICTAMINA.

       065-VALUA-PARTIDA.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = FD-SALARIO-EMP / 30
           IF IN-ES-HORAS-EXTRA
               COMPUTE IN-IMPORTE ROUNDED =
                   WS-SALARIO-DIARIO / 8 * 2 * IN-CANTIDAD
           ELSE
               COMPUTE IN-IMPORTE ROUNDED =
                   WS-SALARIO-DIARIO * IN-CANTIDAD
           END-IF
           ADD 1 TO WS-VALUADOS
           MOVE IN-NUMERO-EMP TO WS-VAL-NUMERO
           MOVE IN-PERIODO    TO WS-VAL-PERIODO
           MOVE IN-CONCEPTO   TO WS-VAL-CONCEPTO
           MOVE IN-CANTIDAD   TO WS-VAL-CANTIDAD
           MOVE IN-IMPORTE    TO WS-VAL-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-VALUADO.
       065-VALUA-PARTIDA-EXIT.
           EXIT.

       070-DICTAMINA.
           IF WS-INCID-SUCIA
               GO TO 080-RECHAZA
           END-IF
           WRITE REG-INCIDEN
               INVALID KEY
                   MOVE "D" TO IR-MOT-CONCEPTO
                   GO TO 080-RECHAZA
           END-WRITE
           ADD 1 TO WS-ACEPTADOS
           IF IN-ES-PERCEPCION
               ADD IN-IMPORTE TO WS-TOTAL-PERCEP
           ELSE
               ADD IN-IMPORTE TO WS-TOTAL-DESCTO
           END-IF
           GO TO 020-LEE.

       080-RECHAZA.
           MOVE REG-INCAPT TO IR-INCIDENCIA
           MOVE LK-ANIO    TO IR-RECH-ANIO
           MOVE LK-MES     TO IR-RECH-MES
           MOVE LK-DIA     TO IR-RECH-DIA
           SET IR-PENDIENTE TO TRUE
           WRITE REG-INCRECH
           ADD 1 TO WS-RECHAZADOS
           MOVE IN-NUMERO-EMP TO WS-RCH-NUMERO
           MOVE IN-PERIODO    TO WS-RCH-PERIODO
           MOVE IN-CONCEPTO   TO WS-RCH-CONCEPTO
           MOVE IR-MOTIVOS    TO WS-RCH-MOTIVOS
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZO
           GO TO 020-LEE.

       100-FIN.
           MOVE "TOTAL DE PARTIDAS LEIDAS:"    TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-INCID TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DE PARTIDAS ACEPTADAS:" TO WS-CNT-CONCEPTO
           MOVE WS-ACEPTADOS    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DE PARTIDAS VALUADAS:"  TO WS-CNT-CONCEPTO
           MOVE WS-VALUADOS     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DE PARTIDAS RECHAZADAS:" TO WS-CNT-CONCEPTO
           MOVE WS-RECHAZADOS   TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERCEPCIONES ACEPTADAS:"      TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PERCEP TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "DESCUENTOS ACEPTADOS:"        TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-DESCTO TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           IF WS-RECHAZADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE INCAPT
                 EMPLEADOS
                 PERCTL
                 INCIDEN
                 INCRECH
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0141"      TO WS-CTL-PROGRAMA
           MOVE WS-LEIDOS-INCID TO WS-CTL-LEIDOS
           MOVE WS-ACEPTADOS    TO WS-CTL-GRABADOS
           MOVE RETURN-CODE     TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-INCAPT-ABIERTO
               CLOSE INCAPT
           END-IF
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-INCIDEN-ABIERTO
               CLOSE INCIDEN
           END-IF
           IF WS-INCRECH-ABIERTO
               CLOSE INCRECH
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
