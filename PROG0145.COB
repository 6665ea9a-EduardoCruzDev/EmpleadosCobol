       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0145.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: GENERAR EL ARCHIVO DE RECIBOS ELECTRONICOS DE NOMINA *
       *>          (CFDINOM) PARA EL PROVEEDOR DE TIMBRADO. RECIBE EL   *
       *>          PERIODO (AAAAMMQ) POR PARAMETRO Y EXIGE QUE ESTE     *
       *>          CERRADO EN PERCTL. ANTES DE ABRIR LA SALIDA VERIFICA *
       *>          QUE NETOS SEA DE ESE PERIODO CONTRA LOS REGISTROS    *
       *>          DEL HISTORICO (HISNOM): MISMOS EMPLEADOS EN EL MISMO *
       *>          ORDEN, CON EL MISMO BRUTO Y NETO; SI NO, TERMINA CON *
       *>          RETURN-CODE 8 SIN GENERAR NADA. POR EMPLEADO GRABA   *
       *>          UN RECIBO: REGISTRO "E" CON LOS DATOS FIJOS DEL      *
       *>          MAESTRO, UN "P" POR PERCEPCION (SUELDO, PARTIDAS     *
       *>          VARIABLES, RETROACTIVO) Y UN "D" POR DEDUCCION (ISR, *
       *>          IMSS, FALTAS, Y CADA DEDUCCION FIJA DE LA BITACORA   *
       *>          DEDAPL); EL ARCHIVO LLEVA ENCABEZADO "H" Y TOTAL "T" *
       *>          CON CANTIDAD DE RECIBOS Y DE REGISTROS Y LOS TOTALES *
       *>          DE PERCEPCIONES, DEDUCCIONES Y NETO. CADA RECIBO     *
       *>          ENVIADO QUEDA PENDIENTE EN EL REGISTRO DE TIMBRADO   *
       *>          (TIMBRE) Y EL PERIODO COMO ENVIADO EN PERCTL. LOS    *
       *>          RECIBOS YA TIMBRADOS NO SE REENVIAN, ASI QUE LA      *
       *>          CORRIDA SE REPITE PARA MANDAR LOS RECHAZADOS. UN     *
       *>          RECIBO CUYAS DEDUCCIONES NO CUADRAN CON NETOS NO SE  *
       *>          ENVIA, QUEDA RECHAZADO EN TIMBRE ("NO CUADRA CON     *
       *>          NETOS") PARA QUE EL PERIODO NO SE DE POR COMPLETO, Y *
       *>          EL PROGRAMA TERMINA CON RETURN-CODE 8.               *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  CREACION.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTL ASSIGN TO UT-S-PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-PERIODO
               FILE STATUS IS WS-FS-PERCTL.
           SELECT NETOS ASSIGN TO UT-S-NETOS
               FILE STATUS IS WS-FS-NETOS.
           SELECT HISNOM ASSIGN TO UT-S-HISNOM
               FILE STATUS IS WS-FS-HISNOM.
           SELECT DEDAPL ASSIGN TO UT-S-DEDAPL
               FILE STATUS IS WS-FS-DEDAPL.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT TIMBRE ASSIGN TO UT-S-TIMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TB-LLAVE
               FILE STATUS IS WS-FS-TIMBRE.
           SELECT CFDINOM ASSIGN TO UT-S-CFDINOM
               FILE STATUS IS WS-FS-CFDINOM.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.

       FD NETOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-NETO.
       01 REG-NETO.
          COPY NETREG.

       FD HISNOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISNOM.
       01 REG-HISNOM.
          COPY HISREG.

       FD DEDAPL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEDAPL.
       01 REG-DEDAPL.
          COPY DAPREG.

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

       FD TIMBRE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 162 CHARACTERS
          DATA RECORD IS REG-TIMBRE.
       01 REG-TIMBRE.
          COPY TIMREG.

       FD CFDINOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-CFDINOM.
       01 REG-CFDINOM              PIC X(100).

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-NETOS       PIC 9(05)    VALUE ZEROS.
          05 WS-LEIDOS-HISNOM      PIC 9(05)    VALUE ZEROS.
          05 WS-ENVIADOS           PIC 9(05)    VALUE ZEROS.
          05 WS-YA-TIMBRADOS       PIC 9(05)    VALUE ZEROS.
          05 WS-NO-CUADRAN         PIC 9(05)    VALUE ZEROS.
          05 WS-SIN-MAESTRO        PIC 9(05)    VALUE ZEROS.
          05 WS-DAP-SIN-NETOS      PIC 9(05)    VALUE ZEROS.
          05 WS-REGISTROS          PIC 9(07)    VALUE ZEROS.
          05 WS-SUB                PIC 9(02)    VALUE ZEROS.
          05 WS-SUELDO-BASE        PIC S9(07)V99 VALUE ZEROS.
          05 WS-PERCEP-REC         PIC 9(07)V99 VALUE ZEROS.
          05 WS-DEDUC-REC          PIC 9(07)V99 VALUE ZEROS.
          05 WS-NETO-REC           PIC S9(07)V99 VALUE ZEROS.
          05 WS-COCIENTE           PIC 9(04)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(04)    VALUE ZEROS.
          05 WS-DIA-TOPE           PIC 9(02)    VALUE ZEROS.
          05 WS-SW-DEDAPL          PIC X(01)    VALUE "N".
             88 WS-FIN-DEDAPL                  VALUE "S".

       01 WS-TOTALES-ARCHIVO.
          05 WS-TOTAL-PERCEP       PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-DEDUC        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-NETO         PIC 9(11)V99 VALUE ZEROS.

       01 WS-FECHAS-PERIODO.
          05 WS-FECHA-INICIO.
             10 WS-INI-ANIO        PIC 9(04).
             10 WS-INI-MES         PIC 9(02).
             10 WS-INI-DIA         PIC 9(02).
          05 WS-FECHA-FIN.
             10 WS-FIN-ANIO        PIC 9(04).
             10 WS-FIN-MES         PIC 9(02).
             10 WS-FIN-DIA         PIC 9(02).
          05 WS-FECHA-PAGO.
             10 WS-PAGO-ANIO       PIC 9(04).
             10 WS-PAGO-MES        PIC 9(02).
             10 WS-PAGO-DIA        PIC 9(02).
          05 WS-DIAS-PAGO          PIC 9(03)    VALUE ZEROS.

      *>---------------------------------------------------------------*
      *>DEDUCCIONES FIJAS DEL EMPLEADO EN CURSO, TOMADAS DE DEDAPL.    *
      *>SE JUNTAN ANTES DE GRABAR EL RECIBO PORQUE SU SUMA DEBE SER    *
      *>IGUAL A NT-OTRAS-DEDUCC PARA QUE EL RECIBO CUADRE.             *
      *>---------------------------------------------------------------*
       01 WS-TABLA-DED-EMP.
          05 WS-CANT-DED           PIC 9(02)    VALUE ZEROS.
          05 WS-SUMA-DED           PIC 9(07)V99 VALUE ZEROS.
          05 WS-DED-TAB OCCURS 20 TIMES.
             10 WS-DED-CONCEPTO    PIC 9(02).
             10 WS-DED-IMPORTE     PIC 9(07)V99.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-PERCTL          PIC X(02)    VALUE "00".
             88 WS-PERCTL-OK                   VALUE "00".
          05 WS-FS-NETOS           PIC X(02)    VALUE "00".
             88 WS-NETOS-OK                    VALUE "00".
          05 WS-FS-HISNOM          PIC X(02)    VALUE "00".
             88 WS-HISNOM-OK                   VALUE "00".
          05 WS-FS-DEDAPL          PIC X(02)    VALUE "00".
             88 WS-DEDAPL-OK                   VALUE "00".
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
          05 WS-FS-TIMBRE          PIC X(02)    VALUE "00".
             88 WS-TIMBRE-OK                   VALUE "00".
          05 WS-FS-CFDINOM         PIC X(02)    VALUE "00".
             88 WS-CFDINOM-OK                  VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-PERCTL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-PERCTL-ABIERTO              VALUE "S".
          05 WS-SW-NETOS-ABIERTO   PIC X(01)    VALUE "N".
             88 WS-NETOS-ABIERTO               VALUE "S".
             88 WS-NETOS-CERRADO               VALUE "N".
          05 WS-SW-HISNOM-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-HISNOM-ABIERTO              VALUE "S".
             88 WS-HISNOM-CERRADO              VALUE "N".
          05 WS-SW-DEDAPL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-DEDAPL-ABIERTO              VALUE "S".
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
          05 WS-SW-TIMBRE-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-TIMBRE-ABIERTO              VALUE "S".
          05 WS-SW-CFDINOM-ABIERTO PIC X(01)    VALUE "N".
             88 WS-CFDINOM-ABIERTO             VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

      *>---------------------------------------------------------------*
      *>REGISTROS DEL ARCHIVO PARA EL PROVEEDOR DE TIMBRADO:           *
      *>ENCABEZADO "H", EMPLEADO "E", PERCEPCION "P", DEDUCCION "D" Y  *
      *>TOTAL "T". EL TIPO SAT ES LA CLAVE DEL CATALOGO DE             *
      *>PERCEPCIONES O DEDUCCIONES DEL COMPLEMENTO DE NOMINA.          *
      *>---------------------------------------------------------------*
       01 WS-CFD-ENCABEZADO.
          05 FILLER                PIC X(01)    VALUE "H".
          05 WS-CFH-PERIODO        PIC 9(07).
          05 WS-CFH-FECHA-INI      PIC 9(08).
          05 WS-CFH-FECHA-FIN      PIC 9(08).
          05 WS-CFH-FECHA-PAGO     PIC 9(08).
          05 WS-CFH-DIAS-PAGO      PIC 9(03).
          05 WS-CFH-TIPO-NOMINA    PIC X(01)    VALUE "O".
          05 FILLER                PIC X(64)    VALUE SPACES.

       01 WS-CFD-EMPLEADO.
          05 FILLER                PIC X(01)    VALUE "E".
          05 WS-CFE-PERIODO        PIC 9(07).
          05 WS-CFE-NUMERO-EMP     PIC 9(05).
          05 WS-CFE-NOMBRE         PIC X(30).
          05 WS-CFE-DEPTO          PIC 9(03).
          05 WS-CFE-PUESTO         PIC 9(02).
          05 WS-CFE-SALARIO        PIC 9(07)V99.
          05 WS-CFE-CUENTA         PIC 9(18).
          05 WS-CFE-FECHA-ING      PIC 9(08).
          05 WS-CFE-FRECUENCIA     PIC X(01).
          05 FILLER                PIC X(16)    VALUE SPACES.

       01 WS-CFD-CONCEPTO.
          05 WS-CFC-TIPO           PIC X(01).
          05 WS-CFC-PERIODO        PIC 9(07).
          05 WS-CFC-NUMERO-EMP     PIC 9(05).
          05 WS-CFC-TIPO-SAT       PIC X(03).
          05 WS-CFC-CLAVE          PIC 9(03).
          05 WS-CFC-DESCRIPCION    PIC X(30).
          05 WS-CFC-IMPORTE        PIC 9(07)V99.
          05 FILLER                PIC X(42)    VALUE SPACES.

       01 WS-CFD-TOTAL.
          05 FILLER                PIC X(01)    VALUE "T".
          05 WS-CFT-PERIODO        PIC 9(07).
          05 WS-CFT-RECIBOS        PIC 9(05).
          05 WS-CFT-REGISTROS      PIC 9(07).
          05 WS-CFT-TOTAL-PERCEP   PIC 9(11)V99.
          05 WS-CFT-TOTAL-DEDUC    PIC 9(11)V99.
          05 WS-CFT-TOTAL-NETO     PIC 9(11)V99.
          05 FILLER                PIC X(41)    VALUE SPACES.

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(42)
             VALUE "RECIBOS ELECTRONICOS DE NOMINA, PERIODO: ".
          05 WS-TIT-PERIODO        PIC 9(07).
          05 FILLER                PIC X(31)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(37)
             VALUE "EMP.   NOMBRE".
          05 FILLER                PIC X(39)
             VALUE " PERCEPCIONES  DEDUCCIONES         NETO".
          05 FILLER                PIC X(23)
             VALUE " SITUACION".

       01 WS-DETALLE-RECIBO.
          05 FILLER                PIC X(01).
          05 WS-DET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-NOMBRE         PIC X(30).
          05 WS-DET-PERCEP         PIC Z(09)9.99.
          05 WS-DET-DEDUC          PIC Z(09)9.99.
          05 WS-DET-NETO           PIC Z(09)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-SITUACION      PIC X(22).

       01 WS-DETALLE-MENSAJE.
          05 FILLER                PIC X(01).
          05 WS-MSG-TEXTO          PIC X(60).
          05 WS-MSG-VALOR          PIC X(12).
          05 FILLER                PIC X(27)    VALUE SPACES.

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

       01 WS-PETICION-CTL.
          COPY CTLPET.

       LINKAGE SECTION.
       01 LK-FECHA.
          05 FILLER                PIC X(02).
          05 LK-DIA                PIC 9(02).
          05 LK-MES                PIC 9(02).
          05 LK-ANIO               PIC 9(04).

       01 LK-PARAMETROS.
          05 FILLER                PIC X(02).
          05 LK-PERIODO-CFDI.
             10 LK-PER-ANIO        PIC 9(04).
             10 LK-PER-MES         PIC 9(02).
             10 LK-QUINCENA        PIC 9(01).
                88 LK-QUINCENA-VALIDA         VALUE 0 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0145" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-PERIODO-CFDI IS NOT NUMERIC
               DISPLAY "PROG0145 - PERIODO INVALIDO: " LK-PERIODO-CFDI
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF LK-PER-MES < 01 OR LK-PER-MES > 12 OR
              NOT LK-QUINCENA-VALIDA
               DISPLAY "PROG0145 - PERIODO INVALIDO: " LK-PERIODO-CFDI
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           MOVE LK-PERIODO-CFDI TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1
           OPEN I-O    PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR PERCTL, FS="
                       WS-FS-PERCTL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE
           MOVE LK-PERIODO-CFDI TO PE-PERIODO
           READ PERCTL
               INVALID KEY
                   MOVE "PERIODO SIN REGISTRO EN PERCTL"
                                          TO WS-MSG-TEXTO
                   GO TO 090-RECHAZA-PERIODO
           END-READ
           IF NOT PE-CERRADO
               MOVE "PERIODO NO CERRADO, STATUS:" TO WS-MSG-TEXTO
               MOVE PE-STATUS                     TO WS-MSG-VALOR
               GO TO 090-RECHAZA-PERIODO
           END-IF
           PERFORM 015-CALCULA-FECHAS THRU 015-CALCULA-FECHAS-EXIT
           GO TO 020-VERIFICA-NETOS.

      *>---------------------------------------------------------------*
      *>FECHAS DEL PERIODO PARA EL RECIBO: LA QUINCENA 1 VA DEL 1 AL   *
      *>15, LA 2 DEL 16 AL ULTIMO DIA DEL MES Y LA NOMINA MENSUAL DEL  *
      *>1 AL ULTIMO DIA. LA FECHA DE PAGO ES LA FECHA DE PROCESO.      *
      *>---------------------------------------------------------------*
       015-CALCULA-FECHAS.
           MOVE LK-PER-ANIO TO WS-INI-ANIO
           MOVE LK-PER-MES  TO WS-INI-MES
           MOVE LK-PER-ANIO TO WS-FIN-ANIO
           MOVE LK-PER-MES  TO WS-FIN-MES
           MOVE LK-ANIO     TO WS-PAGO-ANIO
           MOVE LK-MES      TO WS-PAGO-MES
           MOVE LK-DIA      TO WS-PAGO-DIA
           MOVE 31 TO WS-DIA-TOPE
           IF LK-PER-MES = 04 OR LK-PER-MES = 06 OR
              LK-PER-MES = 09 OR LK-PER-MES = 11
               MOVE 30 TO WS-DIA-TOPE
           END-IF
           IF LK-PER-MES = 02
               MOVE 28 TO WS-DIA-TOPE
               DIVIDE LK-PER-ANIO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 29 TO WS-DIA-TOPE
               END-IF
               DIVIDE LK-PER-ANIO BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 28 TO WS-DIA-TOPE
                   DIVIDE LK-PER-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESIDUO
                   IF WS-RESIDUO = ZEROS
                       MOVE 29 TO WS-DIA-TOPE
                   END-IF
               END-IF
           END-IF
           IF LK-QUINCENA = 2
               MOVE 16 TO WS-INI-DIA
           ELSE
               MOVE 01 TO WS-INI-DIA
           END-IF
           IF LK-QUINCENA = 1
               MOVE 15 TO WS-FIN-DIA
           ELSE
               MOVE WS-DIA-TOPE TO WS-FIN-DIA
           END-IF
           COMPUTE WS-DIAS-PAGO = WS-FIN-DIA - WS-INI-DIA + 1.
       015-CALCULA-FECHAS-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>NETOS NO TRAE PERIODO: SE CONFRONTA REGISTRO POR REGISTRO CON  *
      *>LOS DEL PERIODO EN HISNOM, QUE PROG0122 GRABA EN LA MISMA      *
      *>CORRIDA Y EN EL MISMO ORDEN. SI OTRO CALCULO YA REEMPLAZO      *
      *>NETOS, EL PERIODO SE RECHAZA ANTES DE ABRIR LA SALIDA.         *
      *>---------------------------------------------------------------*
       020-VERIFICA-NETOS.
           OPEN INPUT NETOS
           IF NOT WS-NETOS-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR NETOS, FS="
                       WS-FS-NETOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-NETOS-ABIERTO TO TRUE
           OPEN INPUT HISNOM
           IF NOT WS-HISNOM-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR HISNOM, FS="
                       WS-FS-HISNOM
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-HISNOM-ABIERTO TO TRUE.
       021-LEE-NETOS.
           READ NETOS AT END
                GO TO 024-NETOS-VERIFICADOS.
           ADD 1 TO WS-LEIDOS-NETOS.
       022-LEE-HISNOM.
           READ HISNOM AT END
                MOVE "NETOS TRAE EMPLEADOS QUE NO ESTAN EN HISNOM, EMP:"
                                          TO WS-MSG-TEXTO
                MOVE NT-NUMERO-EMP        TO WS-MSG-VALOR
                GO TO 090-RECHAZA-PERIODO.
           IF HN-PERIODO NOT = LK-PERIODO-CFDI
               GO TO 022-LEE-HISNOM
           END-IF
           ADD 1 TO WS-LEIDOS-HISNOM
           IF HN-NUMERO-EMP NOT = NT-NUMERO-EMP OR
              HN-SALARIO-BRUTO NOT = NT-SALARIO-BRUTO OR
              HN-SALARIO-NETO NOT = NT-SALARIO-NETO
               MOVE "NETOS NO CORRESPONDE AL PERIODO, EMP:"
                                          TO WS-MSG-TEXTO
               MOVE NT-NUMERO-EMP         TO WS-MSG-VALOR
               GO TO 090-RECHAZA-PERIODO
           END-IF
           GO TO 021-LEE-NETOS.
       024-NETOS-VERIFICADOS.
           READ HISNOM AT END
                GO TO 025-ABRE-SALIDAS.
           IF HN-PERIODO NOT = LK-PERIODO-CFDI
               GO TO 024-NETOS-VERIFICADOS
           END-IF
           MOVE "HISNOM TRAE EMPLEADOS QUE NO ESTAN EN NETOS, EMP:"
                                          TO WS-MSG-TEXTO
           MOVE HN-NUMERO-EMP             TO WS-MSG-VALOR
           GO TO 090-RECHAZA-PERIODO.

       025-ABRE-SALIDAS.
           IF WS-LEIDOS-NETOS = ZEROS
               MOVE "NETOS VACIO, NO HAY RECIBOS DEL PERIODO"
                                          TO WS-MSG-TEXTO
               GO TO 090-RECHAZA-PERIODO
           END-IF
           CLOSE NETOS
                 HISNOM
           SET WS-NETOS-CERRADO  TO TRUE
           SET WS-HISNOM-CERRADO TO TRUE
           MOVE ZEROS TO WS-LEIDOS-NETOS
           OPEN INPUT NETOS
           IF NOT WS-NETOS-OK
               DISPLAY "PROG0145 - ERROR AL REABRIR NETOS, FS="
                       WS-FS-NETOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-NETOS-ABIERTO TO TRUE
           OPEN INPUT DEDAPL
           IF NOT WS-DEDAPL-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR DEDAPL, FS="
                       WS-FS-DEDAPL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDAPL-ABIERTO TO TRUE
           OPEN INPUT EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR EMPLEADOS, FS="
                       WS-FS-EMPLEADOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPLEADOS-ABIERTO TO TRUE
           OPEN I-O    TIMBRE
           IF NOT WS-TIMBRE-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR TIMBRE, FS="
                       WS-FS-TIMBRE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-TIMBRE-ABIERTO TO TRUE
           OPEN OUTPUT CFDINOM
           IF NOT WS-CFDINOM-OK
               DISPLAY "PROG0145 - ERROR AL ABRIR CFDINOM, FS="
                       WS-FS-CFDINOM
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-CFDINOM-ABIERTO TO TRUE
           MOVE LK-PERIODO-CFDI TO WS-CFH-PERIODO
           MOVE WS-FECHA-INICIO TO WS-CFH-FECHA-INI
           MOVE WS-FECHA-FIN    TO WS-CFH-FECHA-FIN
           MOVE WS-FECHA-PAGO   TO WS-CFH-FECHA-PAGO
           MOVE WS-DIAS-PAGO    TO WS-CFH-DIAS-PAGO
           WRITE REG-CFDINOM FROM WS-CFD-ENCABEZADO
           WRITE REG-REPORTE FROM WS-TITULO-2
           PERFORM 035-LEE-DEDAPL THRU 035-LEE-DEDAPL-EXIT.

       030-LEE.
           READ NETOS AT END
                GO TO 080-FIN-NETOS.
           ADD 1 TO WS-LEIDOS-NETOS
           MOVE ZEROS TO WS-CANT-DED
           MOVE ZEROS TO WS-SUMA-DED
           GO TO 036-JUNTA-DEDUCCIONES.

      *>---------------------------------------------------------------*
      *>DEDAPL SE LEE A LA PAR DE NETOS: AMBOS LOS GRABA PROG0122 EN   *
      *>ORDEN DE EMPLEADO. LOS ASIENTOS DE OTROS PERIODOS SE SALTAN.   *
      *>---------------------------------------------------------------*
       035-LEE-DEDAPL.
           READ DEDAPL AT END
                SET WS-FIN-DEDAPL TO TRUE
                GO TO 035-LEE-DEDAPL-EXIT.
           IF DA-PERIODO NOT = LK-PERIODO-CFDI
               GO TO 035-LEE-DEDAPL
           END-IF.
       035-LEE-DEDAPL-EXIT.
           EXIT.

       036-JUNTA-DEDUCCIONES.
           IF WS-FIN-DEDAPL
               GO TO 038-DEDUCCIONES-JUNTAS
           END-IF
           IF DA-NUMERO-EMP > NT-NUMERO-EMP
               GO TO 038-DEDUCCIONES-JUNTAS
           END-IF
           IF DA-NUMERO-EMP < NT-NUMERO-EMP
               ADD 1 TO WS-DAP-SIN-NETOS
               MOVE "DEDUCCION EN DEDAPL SIN REGISTRO EN NETOS, EMP:"
                                          TO WS-MSG-TEXTO
               MOVE DA-NUMERO-EMP         TO WS-MSG-VALOR
               WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
               PERFORM 035-LEE-DEDAPL THRU 035-LEE-DEDAPL-EXIT
               GO TO 036-JUNTA-DEDUCCIONES
           END-IF
           IF WS-CANT-DED = 20
               DISPLAY "PROG0145 - MAS DE 20 DEDUCCIONES DEL EMPLEADO "
                       NT-NUMERO-EMP
               MOVE 16 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-CANT-DED
           MOVE DA-CONCEPTO TO WS-DED-CONCEPTO(WS-CANT-DED)
           MOVE DA-IMPORTE  TO WS-DED-IMPORTE(WS-CANT-DED)
           ADD DA-IMPORTE   TO WS-SUMA-DED
           PERFORM 035-LEE-DEDAPL THRU 035-LEE-DEDAPL-EXIT
           GO TO 036-JUNTA-DEDUCCIONES.

      *>---------------------------------------------------------------*
      *>EL SUELDO DEL RECIBO ES EL MISMO SUELDO BASE QUE CUADRA        *
      *>PROG0124 (BRUTO - VARIABLES - RETROACTIVO + FALTAS); LAS       *
      *>FALTAS VAN COMO DEDUCCION, ASI PERCEPCIONES - DEDUCCIONES DA   *
      *>EL NETO DEL PERIODO.                                           *
      *>---------------------------------------------------------------*
       038-DEDUCCIONES-JUNTAS.
           MOVE NT-NUMERO-EMP   TO WS-DET-NUMERO
           MOVE NT-NOMBRE-EMP   TO WS-DET-NOMBRE
           COMPUTE WS-SUELDO-BASE =
               NT-SALARIO-BRUTO - NT-PERCEP-VAR - NT-RETROACTIVO
               + NT-DESC-VAR
           COMPUTE WS-PERCEP-REC =
               NT-SALARIO-BRUTO + NT-DESC-VAR
           COMPUTE WS-DEDUC-REC =
               NT-DESC-VAR + NT-ISR + NT-IMSS + NT-OTRAS-DEDUCC
           COMPUTE WS-NETO-REC = WS-PERCEP-REC - WS-DEDUC-REC
           MOVE WS-PERCEP-REC   TO WS-DET-PERCEP
           MOVE WS-DEDUC-REC    TO WS-DET-DEDUC
           MOVE NT-SALARIO-NETO TO WS-DET-NETO
           IF WS-SUMA-DED NOT = NT-OTRAS-DEDUCC OR
              WS-SUELDO-BASE < ZEROS OR
              WS-NETO-REC NOT = NT-SALARIO-NETO
               GO TO 039-NO-CUADRA
           END-IF
           MOVE LK-PERIODO-CFDI TO TB-PERIODO
           MOVE NT-NUMERO-EMP   TO TB-NUMERO-EMP
           READ TIMBRE
               INVALID KEY
                   GO TO 040-NUEVO-TIMBRE
           END-READ
           IF TB-TIMBRADO
               ADD 1 TO WS-YA-TIMBRADOS
               MOVE "YA TIMBRADO"  TO WS-DET-SITUACION
               WRITE REG-REPORTE FROM WS-DETALLE-RECIBO
               GO TO 030-LEE
           END-IF
           PERFORM 045-ARMA-TIMBRE THRU 045-ARMA-TIMBRE-EXIT
           REWRITE REG-TIMBRE
               INVALID KEY
                   DISPLAY "PROG0145 - ERROR AL REESCRIBIR TIMBRE "
                           TB-LLAVE " FS=" WS-FS-TIMBRE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           MOVE "REENVIADO"        TO WS-DET-SITUACION
           GO TO 050-GRABA-RECIBO.

      *>---------------------------------------------------------------*
      *>EL RECIBO QUE NO CUADRA NO SE ENVIA PERO QUEDA EN TIMBRE COMO  *
      *>RECHAZADO, PARA QUE PROG0146 NO DE POR COMPLETO EL PERIODO     *
      *>MIENTRAS ESE EMPLEADO NO TENGA RECIBO TIMBRADO. UNO QUE YA     *
      *>ESTABA TIMBRADO NO SE TOCA.                                    *
      *>---------------------------------------------------------------*
       039-NO-CUADRA.
           ADD 1 TO WS-NO-CUADRAN
           MOVE "NO CUADRA, NO SE ENVIA" TO WS-DET-SITUACION
           WRITE REG-REPORTE FROM WS-DETALLE-RECIBO
           MOVE LK-PERIODO-CFDI TO TB-PERIODO
           MOVE NT-NUMERO-EMP   TO TB-NUMERO-EMP
           READ TIMBRE
               INVALID KEY
                   GO TO 039-NO-CUADRA-NUEVO
           END-READ
           IF TB-TIMBRADO
               GO TO 030-LEE
           END-IF
           PERFORM 046-MARCA-NO-CUADRA THRU 046-MARCA-NO-CUADRA-EXIT
           REWRITE REG-TIMBRE
               INVALID KEY
                   DISPLAY "PROG0145 - ERROR AL REESCRIBIR TIMBRE "
                           TB-LLAVE " FS=" WS-FS-TIMBRE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           GO TO 030-LEE.
       039-NO-CUADRA-NUEVO.
           PERFORM 046-MARCA-NO-CUADRA THRU 046-MARCA-NO-CUADRA-EXIT
           WRITE REG-TIMBRE
               INVALID KEY
                   DISPLAY "PROG0145 - ERROR AL GRABAR TIMBRE "
                           TB-LLAVE " FS=" WS-FS-TIMBRE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-WRITE
           GO TO 030-LEE.

       040-NUEVO-TIMBRE.
           PERFORM 045-ARMA-TIMBRE THRU 045-ARMA-TIMBRE-EXIT
           WRITE REG-TIMBRE
               INVALID KEY
                   DISPLAY "PROG0145 - ERROR AL GRABAR TIMBRE "
                           TB-LLAVE " FS=" WS-FS-TIMBRE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-WRITE
           MOVE "ENVIADO"          TO WS-DET-SITUACION
           GO TO 050-GRABA-RECIBO.

       045-ARMA-TIMBRE.
           MOVE LK-PERIODO-CFDI TO TB-PERIODO
           MOVE NT-NUMERO-EMP   TO TB-NUMERO-EMP
           MOVE NT-NOMBRE-EMP   TO TB-NOMBRE-EMP
           MOVE WS-PERCEP-REC   TO TB-TOTAL-PERCEP
           MOVE WS-DEDUC-REC    TO TB-TOTAL-DEDUC
           MOVE NT-SALARIO-NETO TO TB-NETO
           SET TB-PENDIENTE     TO TRUE
           MOVE WS-FECHA-PAGO   TO TB-FECHA-ENVIO
           MOVE SPACES          TO TB-UUID
           MOVE ZEROS           TO TB-FECHA-TIMBRE
           MOVE SPACES          TO TB-MOTIVO.
       045-ARMA-TIMBRE-EXIT.
           EXIT.

       046-MARCA-NO-CUADRA.
           PERFORM 045-ARMA-TIMBRE THRU 045-ARMA-TIMBRE-EXIT
           SET TB-RECHAZADO     TO TRUE
           MOVE "NO CUADRA CON NETOS" TO TB-MOTIVO.
       046-MARCA-NO-CUADRA-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>DATOS FIJOS DEL MAESTRO. UN EMPLEADO DADO DE BAJA DESPUES DEL  *
      *>PERIODO YA NO ESTA EN EMPLEADOS: EL RECIBO SALE CON EL NOMBRE  *
      *>DE NETOS Y SE REPORTA PARA COMPLETARLO CON EL PROVEEDOR.       *
      *>---------------------------------------------------------------*
       050-GRABA-RECIBO.
           MOVE LK-PERIODO-CFDI TO WS-CFE-PERIODO
           MOVE NT-NUMERO-EMP   TO WS-CFE-NUMERO-EMP
           MOVE NT-NUMERO-EMP   TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   ADD 1 TO WS-SIN-MAESTRO
                   MOVE "ENVIADO SIN MAESTRO" TO WS-DET-SITUACION
                   MOVE NT-NOMBRE-EMP TO WS-CFE-NOMBRE
                   MOVE ZEROS         TO WS-CFE-DEPTO
                   MOVE ZEROS         TO WS-CFE-PUESTO
                   MOVE ZEROS         TO WS-CFE-SALARIO
                   MOVE ZEROS         TO WS-CFE-CUENTA
                   MOVE ZEROS         TO WS-CFE-FECHA-ING
                   MOVE SPACE         TO WS-CFE-FRECUENCIA
                   GO TO 052-GRABA-EMPLEADO
           END-READ
           MOVE FD-NOMBRE-EMP      TO WS-CFE-NOMBRE
           MOVE FD-DEPTO-EMP       TO WS-CFE-DEPTO
           MOVE FD-PUESTO-EMP      TO WS-CFE-PUESTO
           MOVE FD-SALARIO-EMP     TO WS-CFE-SALARIO
           MOVE FD-CUENTA-EMP      TO WS-CFE-CUENTA
           MOVE FD-FECHA-ING-EMP   TO WS-CFE-FECHA-ING
           MOVE FD-FRECUENCIA-EMP  TO WS-CFE-FRECUENCIA
           IF FD-FRECUENCIA-EMP = SPACE
               MOVE "M"            TO WS-CFE-FRECUENCIA
           END-IF.
       052-GRABA-EMPLEADO.
           WRITE REG-CFDINOM FROM WS-CFD-EMPLEADO
           ADD 1 TO WS-REGISTROS
           MOVE LK-PERIODO-CFDI TO WS-CFC-PERIODO
           MOVE NT-NUMERO-EMP   TO WS-CFC-NUMERO-EMP
           MOVE "P"             TO WS-CFC-TIPO
           MOVE "001"           TO WS-CFC-TIPO-SAT
           MOVE 001             TO WS-CFC-CLAVE
           MOVE "SUELDO"        TO WS-CFC-DESCRIPCION
           MOVE WS-SUELDO-BASE  TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           MOVE "038"           TO WS-CFC-TIPO-SAT
           MOVE 002             TO WS-CFC-CLAVE
           MOVE "HORAS EXTRA Y BONOS"     TO WS-CFC-DESCRIPCION
           MOVE NT-PERCEP-VAR   TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           MOVE "001"           TO WS-CFC-TIPO-SAT
           MOVE 003             TO WS-CFC-CLAVE
           MOVE "RETROACTIVO DE SALARIO"  TO WS-CFC-DESCRIPCION
           MOVE NT-RETROACTIVO  TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           MOVE "D"             TO WS-CFC-TIPO
           MOVE "002"           TO WS-CFC-TIPO-SAT
           MOVE 101             TO WS-CFC-CLAVE
           MOVE "ISR"           TO WS-CFC-DESCRIPCION
           MOVE NT-ISR          TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           MOVE "001"           TO WS-CFC-TIPO-SAT
           MOVE 102             TO WS-CFC-CLAVE
           MOVE "CUOTA IMSS"    TO WS-CFC-DESCRIPCION
           MOVE NT-IMSS         TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           MOVE "020"           TO WS-CFC-TIPO-SAT
           MOVE 103             TO WS-CFC-CLAVE
           MOVE "FALTAS E INCAPACIDADES"  TO WS-CFC-DESCRIPCION
           MOVE NT-DESC-VAR     TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           MOVE 1 TO WS-SUB.
       054-DEDUCCION-FIJA.
           IF WS-SUB > WS-CANT-DED
               GO TO 056-RECIBO-GRABADO
           END-IF
           COMPUTE WS-CFC-CLAVE = 200 + WS-DED-CONCEPTO(WS-SUB)
           MOVE "004"           TO WS-CFC-TIPO-SAT
           MOVE "OTRAS DEDUCCIONES"       TO WS-CFC-DESCRIPCION
           IF WS-DED-CONCEPTO(WS-SUB) = 01
               MOVE "PRESTAMO"            TO WS-CFC-DESCRIPCION
           END-IF
           IF WS-DED-CONCEPTO(WS-SUB) = 02
               MOVE "FONDO DE AHORRO"     TO WS-CFC-DESCRIPCION
           END-IF
           IF WS-DED-CONCEPTO(WS-SUB) = 03
               MOVE "007"                 TO WS-CFC-TIPO-SAT
               MOVE "PENSION ALIMENTICIA" TO WS-CFC-DESCRIPCION
           END-IF
           MOVE WS-DED-IMPORTE(WS-SUB) TO WS-CFC-IMPORTE
           PERFORM 060-GRABA-CONCEPTO THRU 060-GRABA-CONCEPTO-EXIT
           ADD 1 TO WS-SUB
           GO TO 054-DEDUCCION-FIJA.
       056-RECIBO-GRABADO.
           ADD 1 TO WS-ENVIADOS
           ADD WS-PERCEP-REC   TO WS-TOTAL-PERCEP
           ADD WS-DEDUC-REC    TO WS-TOTAL-DEDUC
           ADD NT-SALARIO-NETO TO WS-TOTAL-NETO
           WRITE REG-REPORTE FROM WS-DETALLE-RECIBO
           GO TO 030-LEE.

       060-GRABA-CONCEPTO.
           IF WS-CFC-IMPORTE = ZEROS
               GO TO 060-GRABA-CONCEPTO-EXIT
           END-IF
           WRITE REG-CFDINOM FROM WS-CFD-CONCEPTO
           ADD 1 TO WS-REGISTROS.
       060-GRABA-CONCEPTO-EXIT.
           EXIT.

       080-FIN-NETOS.
           IF WS-FIN-DEDAPL
               GO TO 085-GRABA-TOTAL
           END-IF
           ADD 1 TO WS-DAP-SIN-NETOS
           MOVE "DEDUCCION EN DEDAPL SIN REGISTRO EN NETOS, EMP:"
                                          TO WS-MSG-TEXTO
           MOVE DA-NUMERO-EMP             TO WS-MSG-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
           PERFORM 035-LEE-DEDAPL THRU 035-LEE-DEDAPL-EXIT
           GO TO 080-FIN-NETOS.

       085-GRABA-TOTAL.
           MOVE LK-PERIODO-CFDI TO WS-CFT-PERIODO
           MOVE WS-ENVIADOS     TO WS-CFT-RECIBOS
           MOVE WS-REGISTROS    TO WS-CFT-REGISTROS
           MOVE WS-TOTAL-PERCEP TO WS-CFT-TOTAL-PERCEP
           MOVE WS-TOTAL-DEDUC  TO WS-CFT-TOTAL-DEDUC
           MOVE WS-TOTAL-NETO   TO WS-CFT-TOTAL-NETO
           WRITE REG-CFDINOM FROM WS-CFD-TOTAL
           IF WS-ENVIADOS > ZEROS
               SET PE-CFDI-ENVIADO TO TRUE
               REWRITE REG-PERCTL
                   INVALID KEY
                       DISPLAY "PROG0145 - ERROR AL ACTUALIZAR PERCTL "
                               PE-PERIODO " FS=" WS-FS-PERCTL
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-REWRITE
           END-IF
           GO TO 100-FIN.

      *>---------------------------------------------------------------*
      *>PERIODO QUE NO SE PUEDE ENVIAR: SE REPORTA EL MOTIVO Y SE      *
      *>TERMINA CON RETURN-CODE 8 SIN HABER ABIERTO CFDINOM.           *
      *>---------------------------------------------------------------*
       090-RECHAZA-PERIODO.
           DISPLAY "PROG0145 - " WS-MSG-TEXTO WS-MSG-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
           MOVE 8 TO RETURN-CODE
           GO TO 999-ABEND.

       100-FIN.
           MOVE "REGISTROS LEIDOS DE NETOS:"      TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-NETOS     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RECIBOS ENVIADOS A TIMBRAR:"     TO WS-CNT-CONCEPTO
           MOVE WS-ENVIADOS         TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RECIBOS YA TIMBRADOS:"           TO WS-CNT-CONCEPTO
           MOVE WS-YA-TIMBRADOS     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RECIBOS QUE NO CUADRAN:"         TO WS-CNT-CONCEPTO
           MOVE WS-NO-CUADRAN       TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "EMPLEADOS SIN MAESTRO:"          TO WS-CNT-CONCEPTO
           MOVE WS-SIN-MAESTRO      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "DEDUCCIONES SIN NETOS:"          TO WS-CNT-CONCEPTO
           MOVE WS-DAP-SIN-NETOS    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "REGISTROS DE RECIBO GRABADOS:"   TO WS-CNT-CONCEPTO
           MOVE WS-REGISTROS        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL PERCEPCIONES:"             TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PERCEP     TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL DEDUCCIONES:"              TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-DEDUC      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL NETO:"                     TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-NETO       TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           IF WS-SIN-MAESTRO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NO-CUADRAN > ZEROS OR WS-DAP-SIN-NETOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PERCTL
                 NETOS
                 DEDAPL
                 EMPLEADOS
                 TIMBRE
                 CFDINOM
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0145"          TO WS-CTL-PROGRAMA
           MOVE WS-LEIDOS-NETOS     TO WS-CTL-LEIDOS
           MOVE WS-ENVIADOS         TO WS-CTL-GRABADOS
           MOVE RETURN-CODE         TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-NETOS-ABIERTO
               CLOSE NETOS
           END-IF
           IF WS-HISNOM-ABIERTO
               CLOSE HISNOM
           END-IF
           IF WS-DEDAPL-ABIERTO
               CLOSE DEDAPL
           END-IF
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-TIMBRE-ABIERTO
               CLOSE TIMBRE
           END-IF
           IF WS-CFDINOM-ABIERTO
               CLOSE CFDINOM
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
