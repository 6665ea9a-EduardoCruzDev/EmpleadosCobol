       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0142.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: CORRIDA DE FINIQUITOS. LEE LA BITACORA DE AUDITORIA  *
       *>          (BITACORA) Y TOMA CADA BAJA QUE APLICO PROG0121; DE  *
       *>          LA IMAGEN ANTES OBTIENE EL SALARIO, LA FECHA DE      *
       *>          INGRESO Y LA CUENTA CLABE DEL EMPLEADO, QUE YA NO    *
       *>          EXISTE EN EL MAESTRO. LA FECHA DE PROCESO DE LA BAJA *
       *>          ES LA FECHA DE SEPARACION. CON LA CONVENCION 30/360  *
       *>          Y LAS MISMAS REGLAS DE ANTIGUEDAD DE PROG0140        *
       *>          CALCULA: EL SUELDO DE LOS DIAS TRABAJADOS EN EL MES  *
       *>          DE LA BAJA (LA NOMINA ORDINARIA YA NO LO PAGA PORQUE *
       *>          EL EMPLEADO SALIO DEL MAESTRO), EL AGUINALDO         *
       *>          PROPORCIONAL DEL ANIO, Y LAS VACACIONES DEL ANIO DE  *
       *>          SERVICIO EN CURSO, PROPORCIONALES A LOS DIAS DESDE   *
       *>          EL ULTIMO ANIVERSARIO, CON SU PRIMA VACACIONAL DEL   *
       *>          25 POR CIENTO. DEL TOTAL SE DESCUENTA EL SALDO       *
       *>          PENDIENTE DE LOS CONCEPTOS CON SALDO (PRESTAMOS) DEL *
       *>          MAESTRO DE DEDUCCIONES (DEDUC), HASTA DONDE ALCANCE; *
       *>          LO QUE NO SE CUBRE SE REPORTA PARA SU COBRO. TODOS   *
       *>          LOS REGISTROS DEDUC DEL EMPLEADO SE DAN DE BAJA CON  *
       *>          SU IMAGEN EN LA BITACORA DE DEDUCCIONES (DEDBIT),    *
       *>          IGUAL QUE PROG0134, PARA QUE NO QUEDEN HUERFANOS.    *
       *>          GRABA UN ARCHIVO CON EL LAYOUT DE NETOS (FINNET) QUE *
       *>          PROG0125 DISPERSA EN SU CORRIDA DE FINIQUITOS ("F"), *
       *>          EL REGISTRO DE FINIQUITOS (FINHIS) DE DONDE PROG0125 *
       *>          TOMA LA CUENTA, Y UN FINIQUITO IMPRESO POR EMPLEADO  *
       *>          PARA FIRMA, EN EL ESTILO DE PAGINA DE PROG0132. UNA  *
       *>          BAJA QUE YA ESTA EN FINHIS CON LA MISMA FECHA NO SE  *
       *>          VUELVE A LIQUIDAR. SE RECHAZAN, CON RETURN-CODE 8,   *
       *>          LAS BAJAS CUYO NUMERO YA REINGRESO AL MAESTRO, LAS   *
       *>          QUE NO TRAEN FECHA DE INGRESO VALIDA Y LAS DE UN     *
       *>          EMPLEADO CON UN FINIQUITO ANTERIOR AUN SIN PAGAR.    *
       *>          LAS DOS PRIMERAS QUEDAN EN FINHIS SIN IMPORTE CON LA *
       *>          FECHA DE LA BAJA PARA QUE NOMINA LAS LIQUIDE A MANO  *
       *>          Y NO SE VUELVEN A RECHAZAR; LA ULTIMA SE RECHAZA     *
       *>          HASTA QUE PROG0125 PAGUE EL FINIQUITO ANTERIOR.      *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  CREACION.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG) Y LA
       *>                 BITACORA DE 166 A 168. AL EMPLEADO QUINCENAL
       *>                 QUE SALE DESPUES DEL DIA 15 LOS DIAS DEL
       *>                 PERIODO SE CUENTAN DESDE EL 16.
       *>  15/10/26  ECR  FINNET PASA DE 98 A 107 BYTES POR EL
       *>                 RETROACTIVO DE SALARIO (NETREG), QUE VA EN
       *>                 CEROS.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA ASSIGN TO UT-S-BITACORA
               FILE STATUS IS WS-FS-BITACORA.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT DEDUC ASSIGN TO UT-S-DEDUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-DED-LLAVE
               FILE STATUS IS WS-FS-DEDUC.
           SELECT DEDBIT ASSIGN TO UT-S-DEDBIT
               FILE STATUS IS WS-FS-DEDBIT.
           SELECT FINHIS ASSIGN TO UT-S-FINHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-NUMERO-EMP
               FILE STATUS IS WS-FS-FINHIS.
           SELECT FINNET ASSIGN TO UT-S-FINNET
               FILE STATUS IS WS-FS-FINNET.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD BITACORA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITACORA.
       01 REG-BITACORA.
          COPY BITREG.

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

       FD DEDUC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 48 CHARACTERS
          DATA RECORD IS REG-DEDUC.
       01 REG-DEDUC.
          COPY DEDREG
              REPLACING ==CPY-REG-DEDUCCION==  BY ==DD-REG-DEDUCCION==
                        ==CPY-DED-LLAVE==      BY ==DD-DED-LLAVE==
                        ==CPY-DED-NUMERO-EMP== BY ==DD-DED-NUMERO-EMP==
                        ==CPY-DED-CONCEPTO==   BY ==DD-DED-CONCEPTO==
                        ==CPY-DED-ES-PRESTAMO== BY
                                               ==DD-DED-ES-PRESTAMO==
                        ==CPY-DED-ES-AHORRO==  BY ==DD-DED-ES-AHORRO==
                        ==CPY-DED-ES-PENSION== BY ==DD-DED-ES-PENSION==
                        ==CPY-DED-DESCRIPCION== BY
                                               ==DD-DED-DESCRIPCION==
                        ==CPY-DED-IMPORTE-PER== BY
                                               ==DD-DED-IMPORTE-PER==
                        ==CPY-DED-SALDO==      BY ==DD-DED-SALDO==
                        ==CPY-DED-CON-SALDO==  BY ==DD-DED-CON-SALDO==
                        ==CPY-DED-LLEVA-SALDO== BY
                                               ==DD-DED-LLEVA-SALDO==
                        ==CPY-DED-SIN-SALDO==  BY ==DD-DED-SIN-SALDO==.

       FD DEDBIT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 112 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEDBIT.
       01 REG-DEDBIT.
          05 DB-TIPO-MOVTO         PIC X(01).
          05 DB-FECHA-PROC.
             10 DB-ANIO            PIC 9(04).
             10 DB-MES             PIC 9(02).
             10 DB-DIA             PIC 9(02).
          05 DB-LLAVE.
             10 DB-NUMERO-EMP      PIC 9(05).
             10 DB-CONCEPTO        PIC 9(02).
          05 DB-IMAGEN-ANTES       PIC X(48).
          05 DB-IMAGEN-DESPUES     PIC X(48).

       FD FINHIS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 141 CHARACTERS
          DATA RECORD IS REG-FINHIS.
       01 REG-FINHIS.
          COPY FINREG.

       FD FINNET
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-FINNET.
       01 REG-FINNET.
          COPY NETREG.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-BITACORA    PIC 9(05)    VALUE ZEROS.
          05 WS-BAJAS-LEIDAS       PIC 9(05)    VALUE ZEROS.
          05 WS-LIQUIDADOS         PIC 9(05)    VALUE ZEROS.
          05 WS-YA-LIQUIDADOS      PIC 9(05)    VALUE ZEROS.
          05 WS-RECHAZADOS         PIC 9(05)    VALUE ZEROS.
          05 WS-DEDUC-CERRADAS     PIC 9(05)    VALUE ZEROS.
          05 WS-SALARIO-DIARIO     PIC 9(07)V99 VALUE ZEROS.
          05 WS-DIA-BAJA           PIC 9(02)    VALUE ZEROS.
          05 WS-DIA-INGRESO        PIC 9(02)    VALUE ZEROS.
          05 WS-DIA-INICIO-PER     PIC 9(02)    VALUE ZEROS.
          05 WS-DIAS-PERIODO       PIC 9(03)    VALUE ZEROS.
          05 WS-DIAS-ANIO          PIC 9(03)    VALUE ZEROS.
          05 WS-DIAS-ANIVERSARIO   PIC 9(03)    VALUE ZEROS.
          05 WS-DIAS-CALCULO       PIC S9(05)   VALUE ZEROS.
          05 WS-ANIO-ANIVERSARIO   PIC 9(04)    VALUE ZEROS.
          05 WS-ANIOS-SERVICIO     PIC 9(02)    VALUE ZEROS.
          05 WS-ANIOS-TABLA        PIC 9(02)    VALUE ZEROS.
          05 WS-ANIOS-EXCEDENTES   PIC 9(02)    VALUE ZEROS.
          05 WS-BLOQUES-QUINQ      PIC 9(02)    VALUE ZEROS.
          05 WS-DIAS-TABLA         PIC 9(03)    VALUE ZEROS.
          05 WS-DIAS-VACACIONES    PIC 9(03)V99 VALUE ZEROS.
          05 WS-IMP-DIAS           PIC 9(07)V99 VALUE ZEROS.
          05 WS-AGUINALDO-EMP      PIC 9(07)V99 VALUE ZEROS.
          05 WS-VACACIONES-EMP     PIC 9(07)V99 VALUE ZEROS.
          05 WS-PRIMA-EMP          PIC 9(07)V99 VALUE ZEROS.
          05 WS-PERCEPCIONES-EMP   PIC 9(07)V99 VALUE ZEROS.
          05 WS-PRESTAMOS-EMP      PIC 9(07)V99 VALUE ZEROS.
          05 WS-SALDO-PENDIENTE    PIC 9(09)V99 VALUE ZEROS.
          05 WS-DISPONIBLE-EMP     PIC 9(07)V99 VALUE ZEROS.
          05 WS-NETO-EMP           PIC 9(07)V99 VALUE ZEROS.
          05 WS-SW-PRIMER-FINIQUITO PIC X(01)   VALUE "S".
             88 WS-ES-PRIMER-FINIQUITO         VALUE "S".
             88 WS-NO-ES-PRIMER-FINIQUITO      VALUE "N".
          05 WS-SW-FINIQUITO-PREVIO PIC X(01)   VALUE "N".
             88 WS-HAY-FINIQUITO-PREVIO        VALUE "S".
             88 WS-SIN-FINIQUITO-PREVIO        VALUE "N".

       01 WS-TOTALES-EMPRESA.
          05 WS-TOTAL-DIAS         PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-AGUINALDO    PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-VACACIONES   PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PRIMA        PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PRESTAMOS    PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PENDIENTE    PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PAGAR        PIC 9(09)V99 VALUE ZEROS.

       01 WS-IMAGEN-TRABAJO.
          COPY EMPREG
              REPLACING ==CPY-REG-EMPLEADOS== BY ==WS-REG-EMPLEADOS==
                        ==CPY-NUMERO-EMP==    BY ==WS-NUMERO-EMP==
                        ==CPY-NOMBRE-EMP==    BY ==WS-NOMBRE-EMP==
                        ==CPY-STATUS-EMP==    BY ==WS-STATUS-EMP==
                        ==CPY-DEPTO-EMP==     BY ==WS-DEPTO-EMP==
                        ==CPY-PUESTO-EMP==    BY ==WS-PUESTO-EMP==
                        ==CPY-SALARIO-EMP==   BY ==WS-SALARIO-EMP==
                        ==CPY-CUENTA-EMP==    BY ==WS-CUENTA-EMP==
                        ==CPY-FECHA-ING-EMP== BY
                                               ==WS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==WS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==WS-ING-MES==
                        ==CPY-ING-DIA==       BY ==WS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==WS-FRECUENCIA-EMP==.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-BITACORA        PIC X(02)    VALUE "00".
             88 WS-BITACORA-OK                 VALUE "00".
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
             88 WS-EMPLEADOS-NO-ENCONTRADO     VALUE "23".
          05 WS-FS-DEDUC           PIC X(02)    VALUE "00".
             88 WS-DEDUC-OK                    VALUE "00".
          05 WS-FS-DEDBIT          PIC X(02)    VALUE "00".
             88 WS-DEDBIT-OK                   VALUE "00".
          05 WS-FS-FINHIS          PIC X(02)    VALUE "00".
             88 WS-FINHIS-OK                   VALUE "00".
             88 WS-FINHIS-NO-ENCONTRADO        VALUE "23".
          05 WS-FS-FINNET          PIC X(02)    VALUE "00".
             88 WS-FINNET-OK                   VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-BITACORA-ABIERTA PIC X(01)   VALUE "N".
             88 WS-BITACORA-ABIERTA            VALUE "S".
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
          05 WS-SW-DEDUC-ABIERTO   PIC X(01)    VALUE "N".
             88 WS-DEDUC-ABIERTO               VALUE "S".
          05 WS-SW-DEDBIT-ABIERTA  PIC X(01)    VALUE "N".
             88 WS-DEDBIT-ABIERTA              VALUE "S".
          05 WS-SW-FINHIS-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FINHIS-ABIERTO              VALUE "S".
          05 WS-SW-FINNET-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FINNET-ABIERTO              VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

       01 WS-FINIQ-TITULO.
          05 FILLER                PIC X(18)    VALUE SPACES.
          05 FILLER                PIC X(30)
                        VALUE "FINIQUITO DE RELACION LABORAL".
          05 FILLER                PIC X(32)    VALUE SPACES.

       01 WS-FINIQ-EMPLEADO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(10)    VALUE "EMPLEADO: ".
          05 WS-FIN-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-FIN-NOMBRE         PIC X(30).
          05 FILLER                PIC X(08)    VALUE "  DEPTO:".
          05 WS-FIN-DEPTO          PIC 9(03).
          05 FILLER                PIC X(21)    VALUE SPACES.

       01 WS-FINIQ-FECHAS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(09)    VALUE "INGRESO: ".
          05 WS-FIN-ING-DIA        PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-FIN-ING-MES        PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-FIN-ING-ANIO       PIC 9(04).
          05 FILLER                PIC X(09)    VALUE "   BAJA: ".
          05 WS-FIN-BAJA-DIA       PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-FIN-BAJA-MES       PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-FIN-BAJA-ANIO      PIC 9(04).
          05 FILLER                PIC X(15)
                                   VALUE "   ANTIGUEDAD: ".
          05 WS-FIN-ANIOS          PIC Z9.
          05 FILLER                PIC X(06)    VALUE " ANIOS".
          05 FILLER                PIC X(18)    VALUE SPACES.

       01 WS-FINIQ-SALARIO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "SALARIO MENSUAL:".
          05 WS-FIN-SALARIO        PIC Z(06)9.99.
          05 FILLER                PIC X(18)
                                   VALUE "   SALARIO DIARIO:".
          05 WS-FIN-DIARIO         PIC Z(06)9.99.
          05 FILLER                PIC X(12)    VALUE SPACES.

       01 WS-FINIQ-IMPORTE.
          05 FILLER                PIC X(01).
          05 WS-FIN-CONCEPTO       PIC X(29).
          05 WS-FIN-IMPORTE        PIC Z(06)9.99.
          05 FILLER                PIC X(03)    VALUE SPACES.
          05 WS-FIN-DETALLE        PIC X(20).
          05 FILLER                PIC X(17)    VALUE SPACES.

       01 WS-FINIQ-DIAS.
          05 FILLER                PIC X(05)    VALUE "(DIAS".
          05 WS-FIN-DIAS           PIC ZZ9.99.
          05 FILLER                PIC X(01)    VALUE ")".
          05 FILLER                PIC X(08)    VALUE SPACES.

       01 WS-FINIQ-LEYENDA-1.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(60)
             VALUE
             "RECIBO EL IMPORTE NETO DE ESTE FINIQUITO Y MANIFIESTO".
          05 FILLER                PIC X(19)    VALUE SPACES.

       01 WS-FINIQ-LEYENDA-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(60)
             VALUE
             "QUE NO SE ME ADEUDA CANTIDAD ALGUNA POR OTRO CONCEPTO.".
          05 FILLER                PIC X(19)    VALUE SPACES.

       01 WS-FINIQ-FIRMAS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(30)
             VALUE "______________________________".
          05 FILLER                PIC X(10)    VALUE SPACES.
          05 FILLER                PIC X(30)
             VALUE "______________________________".
          05 FILLER                PIC X(09)    VALUE SPACES.

       01 WS-FINIQ-FIRMAS-PIE.
          05 FILLER                PIC X(05)    VALUE SPACES.
          05 FILLER                PIC X(21)
             VALUE "FIRMA DEL EMPLEADO".
          05 FILLER                PIC X(18)    VALUE SPACES.
          05 FILLER                PIC X(21)
             VALUE "POR LA EMPRESA".
          05 FILLER                PIC X(15)    VALUE SPACES.

       01 WS-LINEA-BLANCA          PIC X(80)    VALUE SPACES.

       01 WS-DETALLE-RECHAZO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(16)
                                   VALUE "RECHAZADO, EMP: ".
          05 WS-RCH-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-RCH-NOMBRE         PIC X(30).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-RCH-MOTIVO         PIC X(20).
          05 FILLER                PIC X(04)    VALUE SPACES.

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
           MOVE "PROG0142" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           OPEN INPUT  BITACORA
           IF NOT WS-BITACORA-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR BITACORA, FS="
                       WS-FS-BITACORA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-BITACORA-ABIERTA TO TRUE
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR EMPLEADOS, FS="
                       WS-FS-EMPLEADOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPLEADOS-ABIERTO TO TRUE
           OPEN I-O    DEDUC
           IF NOT WS-DEDUC-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR DEDUC, FS="
                       WS-FS-DEDUC
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDUC-ABIERTO TO TRUE
           OPEN EXTEND DEDBIT
           IF NOT WS-DEDBIT-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR DEDBIT, FS="
                       WS-FS-DEDBIT
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDBIT-ABIERTA TO TRUE
           OPEN I-O    FINHIS
           IF NOT WS-FINHIS-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR FINHIS, FS="
                       WS-FS-FINHIS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FINHIS-ABIERTO TO TRUE
           OPEN OUTPUT FINNET
           IF NOT WS-FINNET-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR FINNET, FS="
                       WS-FS-FINNET
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FINNET-ABIERTO TO TRUE
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0142 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE.

      *>---------------------------------------------------------------*
      *>SOLO INTERESAN LAS BAJAS. UNA BAJA YA LIQUIDADA (MISMO NUMERO  *
      *>Y MISMA FECHA EN FINHIS) SE SALTA SIN RECHAZO, PARA QUE LA     *
      *>CORRIDA PUEDA REPETIRSE SOBRE LA BITACORA COMPLETA SIN PAGAR   *
      *>DOS VECES. UNA BAJA ANTERIOR A LA DE FINHIS ES DE UN EMPLEO    *
      *>PREVIO DEL MISMO NUMERO QUE YA SE LIQUIDO ANTES DEL REINGRESO  *
      *>(FINHIS SOLO GUARDA LA ULTIMA) Y TAMBIEN SE SALTA. SI EL       *
      *>NUMERO YA ESTA OTRA VEZ EN EL MAESTRO, CERRAR SUS DEDUCCIONES  *
      *>AFECTARIA AL EMPLEADO REINGRESADO: SE RECHAZA PARA QUE NOMINA  *
      *>LO LIQUIDE A MANO.                                             *
      *>---------------------------------------------------------------*
       020-LEE.
           READ BITACORA AT END
                GO TO 100-FIN.
           ADD 1 TO WS-LEIDOS-BITACORA
           IF NOT BJ-ES-BAJA
               GO TO 020-LEE
           END-IF
           ADD 1 TO WS-BAJAS-LEIDAS
           MOVE BJ-IMAGEN-ANTES TO WS-REG-EMPLEADOS
           SET WS-SIN-FINIQUITO-PREVIO TO TRUE
           MOVE BJ-NUMERO-EMP TO FQ-NUMERO-EMP
           READ FINHIS
               INVALID KEY
                   GO TO 025-VALIDA
           END-READ
           IF FQ-FECHA-BAJA = BJ-FECHA-PROC
               ADD 1 TO WS-YA-LIQUIDADOS
               GO TO 020-LEE
           END-IF
           IF BJ-FECHA-PROC < FQ-FECHA-BAJA
               ADD 1 TO WS-YA-LIQUIDADOS
               GO TO 020-LEE
           END-IF
           IF FQ-PENDIENTE-PAGO
               MOVE "FINIQUITO SIN PAGAR " TO WS-RCH-MOTIVO
               GO TO 080-RECHAZA
           END-IF
           SET WS-HAY-FINIQUITO-PREVIO TO TRUE.

       025-VALIDA.
           MOVE BJ-NUMERO-EMP TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   GO TO 027-VALIDA-IMAGEN
           END-READ
           MOVE "REINGRESO AL MAESTRO" TO WS-RCH-MOTIVO
           GO TO 082-RECHAZA-CIERRA.

       027-VALIDA-IMAGEN.
           IF WS-SALARIO-EMP IS NOT NUMERIC OR
              WS-FECHA-ING-EMP IS NOT NUMERIC OR
              WS-FECHA-ING-EMP = ZEROS OR
              WS-FECHA-ING-EMP > BJ-FECHA-PROC
               MOVE "SIN FECHA DE INGRESO" TO WS-RCH-MOTIVO
               GO TO 082-RECHAZA-CIERRA
           END-IF
           GO TO 030-CALCULA.

      *>---------------------------------------------------------------*
      *>CONVENCION 30/360 COMO EN PROG0140: SALARIO DIARIO = MENSUAL / *
      *>30 Y MESES DE 30 DIAS (EL DIA 31 CUENTA COMO 30). DIAS DEL     *
      *>PERIODO = DEL PRIMERO DEL MES DE LA BAJA (O DEL INGRESO SI FUE *
      *>EN ESE MISMO MES) AL DIA DE LA BAJA, INCLUSIVE. AL EMPLEADO    *
      *>QUINCENAL QUE SALE DESPUES DEL DIA 15 LA NOMINA ORDINARIA YA   *
      *>LE PAGO LA PRIMERA QUINCENA, Y SUS DIAS CUENTAN DESDE EL 16.   *
      *>DIAS DEL ANIO PARA EL AGUINALDO = DEL 1 DE ENERO (O DEL        *
      *>INGRESO SI FUE EN EL MISMO ANIO) AL DIA DE LA BAJA, INCLUSIVE. *
      *>---------------------------------------------------------------*
       030-CALCULA.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = WS-SALARIO-EMP / 30
           MOVE BJ-DIA     TO WS-DIA-BAJA
           IF WS-DIA-BAJA > 30
               MOVE 30 TO WS-DIA-BAJA
           END-IF
           MOVE WS-ING-DIA TO WS-DIA-INGRESO
           IF WS-DIA-INGRESO > 30
               MOVE 30 TO WS-DIA-INGRESO
           END-IF
           MOVE 1 TO WS-DIA-INICIO-PER
           IF WS-FRECUENCIA-EMP = "Q" AND WS-DIA-BAJA > 15
               MOVE 16 TO WS-DIA-INICIO-PER
           END-IF
           IF WS-ING-ANIO = BJ-ANIO AND WS-ING-MES = BJ-MES AND
              WS-DIA-INGRESO > WS-DIA-INICIO-PER
               MOVE WS-DIA-INGRESO TO WS-DIA-INICIO-PER
           END-IF
           COMPUTE WS-DIAS-PERIODO =
               WS-DIA-BAJA - WS-DIA-INICIO-PER + 1
           COMPUTE WS-IMP-DIAS ROUNDED =
               WS-SALARIO-DIARIO * WS-DIAS-PERIODO
           IF WS-ING-ANIO < BJ-ANIO
               COMPUTE WS-DIAS-ANIO =
                   ((BJ-MES - 1) * 30) + WS-DIA-BAJA
           ELSE
               COMPUTE WS-DIAS-ANIO =
                   ((BJ-MES - WS-ING-MES) * 30)
                       + WS-DIA-BAJA - WS-DIA-INGRESO + 1
           END-IF
           COMPUTE WS-AGUINALDO-EMP ROUNDED =
               WS-SALARIO-DIARIO * 15 * WS-DIAS-ANIO / 360
      *>---------------------------------------------------------------*
      *>ANIOS CUMPLIDOS A LA FECHA DE BAJA, CON EL MISMO AJUSTE DE     *
      *>ANIVERSARIO QUE PROG0140. LAS VACACIONES DE LOS ANIOS YA       *
      *>CUMPLIDOS SE CONSIDERAN DISFRUTADAS; SE PAGAN LAS DEL ANIO DE  *
      *>SERVICIO EN CURSO (TARIFA DE ANIOS CUMPLIDOS + 1) EN PROPORCION*
      *>A LOS DIAS TRANSCURRIDOS DESDE EL ULTIMO ANIVERSARIO. QUIEN NO *
      *>CUMPLIO UN ANIO RECIBE LOS 12 DIAS PROPORCIONALES DESDE SU     *
      *>INGRESO, IGUAL QUE EN PROG0140.                                *
      *>---------------------------------------------------------------*
           COMPUTE WS-ANIOS-SERVICIO = BJ-ANIO - WS-ING-ANIO
           IF WS-ING-MES > BJ-MES OR
              (WS-ING-MES = BJ-MES AND WS-ING-DIA > BJ-DIA)
               IF WS-ANIOS-SERVICIO > 0
                   SUBTRACT 1 FROM WS-ANIOS-SERVICIO
               END-IF
           END-IF
           COMPUTE WS-ANIO-ANIVERSARIO =
               WS-ING-ANIO + WS-ANIOS-SERVICIO
           COMPUTE WS-DIAS-CALCULO =
               ((BJ-ANIO - WS-ANIO-ANIVERSARIO) * 360)
                   + ((BJ-MES - WS-ING-MES) * 30)
                   + WS-DIA-BAJA - WS-DIA-INGRESO + 1
           IF WS-DIAS-CALCULO < 0
               MOVE ZEROS TO WS-DIAS-CALCULO
           END-IF
           IF WS-DIAS-CALCULO > 360
               MOVE 360 TO WS-DIAS-CALCULO
           END-IF
           MOVE WS-DIAS-CALCULO TO WS-DIAS-ANIVERSARIO
           COMPUTE WS-ANIOS-TABLA = WS-ANIOS-SERVICIO + 1
           GO TO 035-DIAS-VACACIONES.

      *>---------------------------------------------------------------*
      *>TABLA DE VACACIONES DE PROG0140 (LFT VIGENTE) SOBRE LOS ANIOS  *
      *>DEL ANIO DE SERVICIO EN CURSO: 12 DIAS EL PRIMER ANIO Y 2 MAS  *
      *>POR CADA ANIO HASTA 20 EN EL QUINTO; DESPUES 2 DIAS MAS POR    *
      *>CADA BLOQUE DE 5 ANIOS.                                        *
      *>---------------------------------------------------------------*
       035-DIAS-VACACIONES.
           IF WS-ANIOS-TABLA < 6
               COMPUTE WS-DIAS-TABLA =
                   12 + ((WS-ANIOS-TABLA - 1) * 2)
               GO TO 040-VACACIONES
           END-IF
           IF WS-ANIOS-TABLA < 11
               MOVE 22 TO WS-DIAS-TABLA
               GO TO 040-VACACIONES
           END-IF
           IF WS-ANIOS-TABLA < 16
               MOVE 24 TO WS-DIAS-TABLA
               GO TO 040-VACACIONES
           END-IF
           IF WS-ANIOS-TABLA < 21
               MOVE 26 TO WS-DIAS-TABLA
               GO TO 040-VACACIONES
           END-IF
           IF WS-ANIOS-TABLA < 26
               MOVE 28 TO WS-DIAS-TABLA
               GO TO 040-VACACIONES
           END-IF
           SUBTRACT 26 FROM WS-ANIOS-TABLA
               GIVING WS-ANIOS-EXCEDENTES
           DIVIDE WS-ANIOS-EXCEDENTES BY 5 GIVING WS-BLOQUES-QUINQ
           COMPUTE WS-DIAS-TABLA =
               30 + (WS-BLOQUES-QUINQ * 2)
           GO TO 040-VACACIONES.

       040-VACACIONES.
           COMPUTE WS-DIAS-VACACIONES ROUNDED =
               WS-DIAS-TABLA * WS-DIAS-ANIVERSARIO / 360
           COMPUTE WS-VACACIONES-EMP ROUNDED =
               WS-SALARIO-DIARIO * WS-DIAS-VACACIONES
           COMPUTE WS-PRIMA-EMP ROUNDED =
               WS-VACACIONES-EMP * 25 / 100
           COMPUTE WS-PERCEPCIONES-EMP =
               WS-IMP-DIAS + WS-AGUINALDO-EMP
                   + WS-VACACIONES-EMP + WS-PRIMA-EMP
           MOVE ZEROS               TO WS-PRESTAMOS-EMP
           MOVE ZEROS               TO WS-SALDO-PENDIENTE
           MOVE WS-PERCEPCIONES-EMP TO WS-DISPONIBLE-EMP
           GO TO 045-CIERRA-DEDUCCIONES.

      *>---------------------------------------------------------------*
      *>SE RECORREN TODOS LOS CONCEPTOS DEDUC DEL EMPLEADO. EL SALDO   *
      *>DE LOS QUE LLEVAN SALDO (PRESTAMOS) SE DESCUENTA DEL FINIQUITO *
      *>HASTA DONDE ALCANCE Y EL RESTO QUEDA COMO SALDO PENDIENTE DE   *
      *>COBRO. LOS CONCEPTOS SIN SALDO (AHORRO, PENSION) NO SE         *
      *>DESCUENTAN. CADA REGISTRO SE BORRA DE DEDUC Y SU IMAGEN SE     *
      *>GRABA EN DEDBIT COMO BAJA, IGUAL QUE UNA BAJA DE PROG0134.     *
      *>---------------------------------------------------------------*
       045-CIERRA-DEDUCCIONES.
           MOVE BJ-NUMERO-EMP TO DD-DED-NUMERO-EMP
           MOVE ZEROS         TO DD-DED-CONCEPTO
           START DEDUC KEY IS NOT LESS THAN DD-DED-LLAVE
               INVALID KEY
                   GO TO 050-NETO
           END-START.
       046-LEE-DEDUCCION.
           READ DEDUC NEXT RECORD
               AT END
                   GO TO 050-NETO
           END-READ
           IF DD-DED-NUMERO-EMP NOT = BJ-NUMERO-EMP
               GO TO 050-NETO
           END-IF
           MOVE "B"             TO DB-TIPO-MOVTO
           MOVE LK-ANIO         TO DB-ANIO
           MOVE LK-MES          TO DB-MES
           MOVE LK-DIA          TO DB-DIA
           MOVE DD-DED-LLAVE    TO DB-LLAVE
           MOVE REG-DEDUC       TO DB-IMAGEN-ANTES
           MOVE SPACES          TO DB-IMAGEN-DESPUES
           IF DD-DED-LLEVA-SALDO AND DD-DED-SALDO > ZEROS
               IF DD-DED-SALDO > WS-DISPONIBLE-EMP
                   ADD WS-DISPONIBLE-EMP TO WS-PRESTAMOS-EMP
                   COMPUTE WS-SALDO-PENDIENTE =
                       WS-SALDO-PENDIENTE + DD-DED-SALDO
                           - WS-DISPONIBLE-EMP
                   MOVE ZEROS TO WS-DISPONIBLE-EMP
               ELSE
                   ADD DD-DED-SALDO TO WS-PRESTAMOS-EMP
                   SUBTRACT DD-DED-SALDO FROM WS-DISPONIBLE-EMP
               END-IF
           END-IF
           DELETE DEDUC RECORD
               INVALID KEY
                   DISPLAY "PROG0142 - ERROR AL BORRAR DEDUC "
                           DD-DED-LLAVE " FS=" WS-FS-DEDUC
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-DELETE
           WRITE REG-DEDBIT
           ADD 1 TO WS-DEDUC-CERRADAS
           GO TO 046-LEE-DEDUCCION.

       050-NETO.
           COMPUTE WS-NETO-EMP =
               WS-PERCEPCIONES-EMP - WS-PRESTAMOS-EMP
           GO TO 055-GRABA.

      *>---------------------------------------------------------------*
      *>EL FINIQUITO SE GRABA CON EL LAYOUT DE NETOS, SIN RETENCIONES, *
      *>IGUAL QUE EL AGUINALDO DE PROG0140: BRUTO = TOTAL DE           *
      *>PERCEPCIONES, OTRAS DEDUCCIONES = PRESTAMOS DESCONTADOS. UN    *
      *>FINIQUITO CON NETO EN CERO NO VA A FINNET (NO HAY NADA QUE     *
      *>DEPOSITAR) Y QUEDA EN FINHIS COMO SIN IMPORTE.                 *
      *>---------------------------------------------------------------*
       055-GRABA.
           MOVE BJ-NUMERO-EMP       TO FQ-NUMERO-EMP
           MOVE WS-NOMBRE-EMP       TO FQ-NOMBRE-EMP
           MOVE WS-DEPTO-EMP        TO FQ-DEPTO-EMP
           MOVE WS-CUENTA-EMP       TO FQ-CUENTA-EMP
           MOVE BJ-ANIO             TO FQ-BAJA-ANIO
           MOVE BJ-MES              TO FQ-BAJA-MES
           MOVE BJ-DIA              TO FQ-BAJA-DIA
           MOVE LK-ANIO             TO FQ-PROC-ANIO
           MOVE LK-MES              TO FQ-PROC-MES
           MOVE LK-DIA              TO FQ-PROC-DIA
           MOVE WS-DIAS-PERIODO     TO FQ-DIAS-PERIODO
           MOVE WS-IMP-DIAS         TO FQ-IMP-DIAS
           MOVE WS-AGUINALDO-EMP    TO FQ-IMP-AGUINALDO
           MOVE WS-VACACIONES-EMP   TO FQ-IMP-VACACIONES
           MOVE WS-PRIMA-EMP        TO FQ-IMP-PRIMA
           MOVE WS-PRESTAMOS-EMP    TO FQ-IMP-PRESTAMOS
           MOVE WS-SALDO-PENDIENTE  TO FQ-SALDO-PENDIENTE
           MOVE WS-NETO-EMP         TO FQ-IMP-NETO
           IF WS-NETO-EMP > ZEROS
               SET FQ-PENDIENTE-PAGO TO TRUE
           ELSE
               SET FQ-SIN-IMPORTE TO TRUE
           END-IF
           IF WS-HAY-FINIQUITO-PREVIO
               REWRITE REG-FINHIS
                   INVALID KEY
                       DISPLAY "PROG0142 - ERROR AL REESCRIBIR FINHIS "
                               FQ-NUMERO-EMP " FS=" WS-FS-FINHIS
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-REWRITE
           ELSE
               WRITE REG-FINHIS
                   INVALID KEY
                       DISPLAY "PROG0142 - ERROR AL GRABAR FINHIS "
                               FQ-NUMERO-EMP " FS=" WS-FS-FINHIS
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-WRITE
           END-IF
           IF WS-NETO-EMP > ZEROS
               MOVE BJ-NUMERO-EMP       TO NT-NUMERO-EMP
               MOVE WS-NOMBRE-EMP       TO NT-NOMBRE-EMP
               MOVE WS-PERCEPCIONES-EMP TO NT-SALARIO-BRUTO
               MOVE ZEROS               TO NT-PERCEP-VAR
               MOVE ZEROS               TO NT-DESC-VAR
               MOVE ZEROS               TO NT-RETROACTIVO
               MOVE ZEROS               TO NT-ISR
               MOVE ZEROS               TO NT-IMSS
               MOVE WS-PRESTAMOS-EMP    TO NT-OTRAS-DEDUCC
               MOVE WS-NETO-EMP         TO NT-SALARIO-NETO
               WRITE REG-FINNET
           END-IF
           ADD 1 TO WS-LIQUIDADOS
           ADD WS-IMP-DIAS          TO WS-TOTAL-DIAS
           ADD WS-AGUINALDO-EMP     TO WS-TOTAL-AGUINALDO
           ADD WS-VACACIONES-EMP    TO WS-TOTAL-VACACIONES
           ADD WS-PRIMA-EMP         TO WS-TOTAL-PRIMA
           ADD WS-PRESTAMOS-EMP     TO WS-TOTAL-PRESTAMOS
           ADD WS-SALDO-PENDIENTE   TO WS-TOTAL-PENDIENTE
           ADD WS-NETO-EMP          TO WS-TOTAL-PAGAR
           GO TO 060-IMPRIME-FINIQUITO.

       060-IMPRIME-FINIQUITO.
           IF WS-ES-PRIMER-FINIQUITO
               WRITE REG-REPORTE FROM WS-FINIQ-TITULO
               SET WS-NO-ES-PRIMER-FINIQUITO TO TRUE
           ELSE
               WRITE REG-REPORTE FROM WS-FINIQ-TITULO
                     AFTER ADVANCING PAGE
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           MOVE BJ-NUMERO-EMP     TO WS-FIN-NUMERO
           MOVE WS-NOMBRE-EMP     TO WS-FIN-NOMBRE
           MOVE WS-DEPTO-EMP      TO WS-FIN-DEPTO
           WRITE REG-REPORTE FROM WS-FINIQ-EMPLEADO
           MOVE WS-ING-DIA        TO WS-FIN-ING-DIA
           MOVE WS-ING-MES        TO WS-FIN-ING-MES
           MOVE WS-ING-ANIO       TO WS-FIN-ING-ANIO
           MOVE BJ-DIA            TO WS-FIN-BAJA-DIA
           MOVE BJ-MES            TO WS-FIN-BAJA-MES
           MOVE BJ-ANIO           TO WS-FIN-BAJA-ANIO
           MOVE WS-ANIOS-SERVICIO TO WS-FIN-ANIOS
           WRITE REG-REPORTE FROM WS-FINIQ-FECHAS
           MOVE WS-SALARIO-EMP    TO WS-FIN-SALARIO
           MOVE WS-SALARIO-DIARIO TO WS-FIN-DIARIO
           WRITE REG-REPORTE FROM WS-FINIQ-SALARIO
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           MOVE "SUELDO DIAS TRABAJADOS:"  TO WS-FIN-CONCEPTO
           MOVE WS-IMP-DIAS               TO WS-FIN-IMPORTE
           MOVE WS-DIAS-PERIODO           TO WS-FIN-DIAS
           MOVE WS-FINIQ-DIAS             TO WS-FIN-DETALLE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           MOVE "AGUINALDO PROPORCIONAL:"  TO WS-FIN-CONCEPTO
           MOVE WS-AGUINALDO-EMP          TO WS-FIN-IMPORTE
           MOVE WS-DIAS-ANIO              TO WS-FIN-DIAS
           MOVE WS-FINIQ-DIAS             TO WS-FIN-DETALLE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           MOVE "VACACIONES PROPORCIONALES:" TO WS-FIN-CONCEPTO
           MOVE WS-VACACIONES-EMP         TO WS-FIN-IMPORTE
           MOVE WS-DIAS-VACACIONES        TO WS-FIN-DIAS
           MOVE WS-FINIQ-DIAS             TO WS-FIN-DETALLE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           MOVE SPACES                    TO WS-FIN-DETALLE
           MOVE "PRIMA VACACIONAL 25%:"    TO WS-FIN-CONCEPTO
           MOVE WS-PRIMA-EMP              TO WS-FIN-IMPORTE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           MOVE "TOTAL PERCEPCIONES:"      TO WS-FIN-CONCEPTO
           MOVE WS-PERCEPCIONES-EMP       TO WS-FIN-IMPORTE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           MOVE "DESCUENTO SALDO PRESTAMOS:" TO WS-FIN-CONCEPTO
           MOVE WS-PRESTAMOS-EMP          TO WS-FIN-IMPORTE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           MOVE "NETO A PAGAR:"            TO WS-FIN-CONCEPTO
           MOVE WS-NETO-EMP               TO WS-FIN-IMPORTE
           WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           IF WS-SALDO-PENDIENTE > ZEROS
               MOVE "SALDO PRESTAMO NO CUBIERTO:" TO WS-FIN-CONCEPTO
               MOVE WS-SALDO-PENDIENTE    TO WS-FIN-IMPORTE
               WRITE REG-REPORTE FROM WS-FINIQ-IMPORTE
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           WRITE REG-REPORTE FROM WS-FINIQ-LEYENDA-1
           WRITE REG-REPORTE FROM WS-FINIQ-LEYENDA-2
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
           WRITE REG-REPORTE FROM WS-FINIQ-FIRMAS
           WRITE REG-REPORTE FROM WS-FINIQ-FIRMAS-PIE
           GO TO 020-LEE.

       080-RECHAZA.
           ADD 1 TO WS-RECHAZADOS
           MOVE BJ-NUMERO-EMP TO WS-RCH-NUMERO
           MOVE WS-NOMBRE-EMP TO WS-RCH-NOMBRE
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZO
           GO TO 020-LEE.

      *>---------------------------------------------------------------*
      *>LA BAJA DE UN NUMERO QUE REINGRESO O SIN FECHA DE INGRESO NO   *
      *>SE PUEDE CALCULAR Y NOMINA LA LIQUIDA A MANO. SE RECHAZA UNA   *
      *>SOLA VEZ: QUEDA EN FINHIS SIN IMPORTE CON LA FECHA DE LA BAJA, *
      *>Y LAS CORRIDAS SIGUIENTES LA SALTAN COMO YA LIQUIDADA.         *
      *>---------------------------------------------------------------*
       082-RECHAZA-CIERRA.
           ADD 1 TO WS-RECHAZADOS
           MOVE BJ-NUMERO-EMP TO WS-RCH-NUMERO
           MOVE WS-NOMBRE-EMP TO WS-RCH-NOMBRE
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZO
           MOVE BJ-NUMERO-EMP       TO FQ-NUMERO-EMP
           MOVE WS-NOMBRE-EMP       TO FQ-NOMBRE-EMP
           MOVE WS-DEPTO-EMP        TO FQ-DEPTO-EMP
           MOVE WS-CUENTA-EMP       TO FQ-CUENTA-EMP
           MOVE BJ-ANIO             TO FQ-BAJA-ANIO
           MOVE BJ-MES              TO FQ-BAJA-MES
           MOVE BJ-DIA              TO FQ-BAJA-DIA
           MOVE LK-ANIO             TO FQ-PROC-ANIO
           MOVE LK-MES              TO FQ-PROC-MES
           MOVE LK-DIA              TO FQ-PROC-DIA
           MOVE ZEROS               TO FQ-DIAS-PERIODO
           MOVE ZEROS               TO FQ-IMP-DIAS
           MOVE ZEROS               TO FQ-IMP-AGUINALDO
           MOVE ZEROS               TO FQ-IMP-VACACIONES
           MOVE ZEROS               TO FQ-IMP-PRIMA
           MOVE ZEROS               TO FQ-IMP-PRESTAMOS
           MOVE ZEROS               TO FQ-SALDO-PENDIENTE
           MOVE ZEROS               TO FQ-IMP-NETO
           SET FQ-SIN-IMPORTE TO TRUE
           IF WS-HAY-FINIQUITO-PREVIO
               REWRITE REG-FINHIS
                   INVALID KEY
                       DISPLAY "PROG0142 - ERROR AL REESCRIBIR FINHIS "
                               FQ-NUMERO-EMP " FS=" WS-FS-FINHIS
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-REWRITE
           ELSE
               WRITE REG-FINHIS
                   INVALID KEY
                       DISPLAY "PROG0142 - ERROR AL GRABAR FINHIS "
                               FQ-NUMERO-EMP " FS=" WS-FS-FINHIS
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-WRITE
           END-IF
           GO TO 020-LEE.

       100-FIN.
           WRITE REG-REPORTE FROM WS-LINEA-BLANCA
                 AFTER ADVANCING PAGE
           MOVE "TOTAL REGISTROS DE BITACORA:"    TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-BITACORA TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DE BAJAS LEIDAS:"          TO WS-CNT-CONCEPTO
           MOVE WS-BAJAS-LEIDAS    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL FINIQUITOS CALCULADOS:"    TO WS-CNT-CONCEPTO
           MOVE WS-LIQUIDADOS      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL LIQUIDADOS ANTES:"         TO WS-CNT-CONCEPTO
           MOVE WS-YA-LIQUIDADOS   TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DE RECHAZADOS:"            TO WS-CNT-CONCEPTO
           MOVE WS-RECHAZADOS      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DEDUCCIONES CERRADAS:"     TO WS-CNT-CONCEPTO
           MOVE WS-DEDUC-CERRADAS  TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL SUELDO DIAS TRABAJADOS:"   TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-DIAS       TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL AGUINALDO:"                TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-AGUINALDO  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL VACACIONES:"               TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-VACACIONES TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL PRIMA VACACIONAL:"         TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PRIMA      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL PRESTAMOS DESCONTADOS:"    TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PRESTAMOS  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL SALDOS NO CUBIERTOS:"      TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PENDIENTE  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL A DISPERSAR:"              TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PAGAR      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           IF WS-RECHAZADOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE BITACORA
                 EMPLEADOS
                 DEDUC
                 DEDBIT
                 FINHIS
                 FINNET
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0142"         TO WS-CTL-PROGRAMA
           MOVE WS-LEIDOS-BITACORA TO WS-CTL-LEIDOS
           MOVE WS-LIQUIDADOS      TO WS-CTL-GRABADOS
           MOVE RETURN-CODE        TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA
           END-IF
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-DEDUC-ABIERTO
               CLOSE DEDUC
           END-IF
           IF WS-DEDBIT-ABIERTA
               CLOSE DEDBIT
           END-IF
           IF WS-FINHIS-ABIERTO
               CLOSE FINHIS
           END-IF
           IF WS-FINNET-ABIERTO
               CLOSE FINNET
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
