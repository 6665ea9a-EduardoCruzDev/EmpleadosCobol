       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0149.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: RECONSTRUIR EL MAESTRO DE EMPLEADOS TAL COMO ESTABA  *
       *>          AL CIERRE DE UNA FECHA DE CORTE RECIBIDA POR PARM,   *
       *>          REPRODUCIENDO LAS IMAGENES ANTES/DESPUES DE LA       *
       *>          BITACORA DE AUDITORIA (PRIMERO EL ACUMULADO BITARC   *
       *>          Y DESPUES LA BITACORA VIVA, COMO PROG0123).          *
       *>          SENTIDO "A": PARTE DEL MAESTRO ACTUAL (EMPLEADOS) Y  *
       *>          DESHACE, DEL MAS RECIENTE AL MAS ANTIGUO, CADA       *
       *>          MOVIMIENTO POSTERIOR AL CORTE.                       *
       *>          SENTIDO "D": PARTE DE UN RESPALDO DEL MAESTRO        *
       *>          (RESPALDO, LAYOUT EMPREG EN ORDEN DE NUMERO) TOMADO  *
       *>          AL CIERRE DE LA FECHA DE RESPALDO Y APLICA, EN ORDEN *
       *>          DE GRABACION, LOS MOVIMIENTOS POSTERIORES AL         *
       *>          RESPALDO HASTA EL CORTE.                             *
       *>          CADA MOVIMIENTO DEBE ENCONTRAR EL REGISTRO COMO LO   *
       *>          DEJA SU IMAGEN DE ORIGEN; SI NO ES ASI SE LISTA COMO *
       *>          MOVIMIENTO QUE NO CUADRA Y SE TOMA DE TODOS MODOS LA *
       *>          IMAGEN DE LA BITACORA (RC 4). EL RESULTADO SE GRABA  *
       *>          EN EMPCORTE (LAYOUT EMPREG) Y EL REPORTE TERMINA     *
       *>          CON LA CONCILIACION DE REGISTROS Y SALARIOS.         *
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
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT RESPALDO ASSIGN TO UT-S-RESPALDO
               FILE STATUS IS WS-FS-RESPALDO.
           SELECT BITACORA ASSIGN TO UT-S-BITACORA
               FILE STATUS IS WS-FS-BITACORA.
           SELECT BITARC ASSIGN TO UT-S-BITARC
               FILE STATUS IS WS-FS-BITARC.
           SELECT EMPCORTE ASSIGN TO UT-S-EMPCORTE
               FILE STATUS IS WS-FS-EMPCORTE.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.
           SELECT WS-ARCH-ORDENA ASSIGN TO UT-S-ORDENA.

       DATA DIVISION.
       FILE SECTION.
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

       FD RESPALDO
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 77 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-RESPALDO.
       01 REG-RESPALDO.
          COPY EMPREG
              REPLACING ==CPY-REG-EMPLEADOS== BY ==RS-REG-EMPLEADOS==
                        ==CPY-NUMERO-EMP==    BY ==RS-NUMERO-EMP==
                        ==CPY-NOMBRE-EMP==    BY ==RS-NOMBRE-EMP==
                        ==CPY-STATUS-EMP==    BY ==RS-STATUS-EMP==
                        ==CPY-DEPTO-EMP==     BY ==RS-DEPTO-EMP==
                        ==CPY-PUESTO-EMP==    BY ==RS-PUESTO-EMP==
                        ==CPY-SALARIO-EMP==   BY ==RS-SALARIO-EMP==
                        ==CPY-CUENTA-EMP==    BY ==RS-CUENTA-EMP==
                        ==CPY-FECHA-ING-EMP== BY
                                               ==RS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==RS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==RS-ING-MES==
                        ==CPY-ING-DIA==       BY ==RS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==RS-FRECUENCIA-EMP==.

       FD BITACORA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITACORA.
       01 REG-BITACORA.
          COPY BITREG.

       FD BITARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITARC.
       01 REG-BITARC               PIC X(168).

       FD EMPCORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 77 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-EMPCORTE.
       01 REG-EMPCORTE.
          COPY EMPREG
              REPLACING ==CPY-REG-EMPLEADOS== BY ==EC-REG-EMPLEADOS==
                        ==CPY-NUMERO-EMP==    BY ==EC-NUMERO-EMP==
                        ==CPY-NOMBRE-EMP==    BY ==EC-NOMBRE-EMP==
                        ==CPY-STATUS-EMP==    BY ==EC-STATUS-EMP==
                        ==CPY-DEPTO-EMP==     BY ==EC-DEPTO-EMP==
                        ==CPY-PUESTO-EMP==    BY ==EC-PUESTO-EMP==
                        ==CPY-SALARIO-EMP==   BY ==EC-SALARIO-EMP==
                        ==CPY-CUENTA-EMP==    BY ==EC-CUENTA-EMP==
                        ==CPY-FECHA-ING-EMP== BY
                                               ==EC-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==EC-ING-ANIO==
                        ==CPY-ING-MES==       BY ==EC-ING-MES==
                        ==CPY-ING-DIA==       BY ==EC-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==EC-FRECUENCIA-EMP==.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       SD WS-ARCH-ORDENA
          DATA RECORD IS REG-ORDENA.
       01 REG-ORDENA.
          05 SD-NUMERO-EMP         PIC 9(05).
          05 SD-SECUENCIA          PIC 9(07).
          05 SD-MOVIMIENTO         PIC X(168).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-FECHA-PROCESO.
             10 WS-PROC-ANIO       PIC 9(04)    VALUE ZEROS.
             10 WS-PROC-MES        PIC 9(02)    VALUE ZEROS.
             10 WS-PROC-DIA        PIC 9(02)    VALUE ZEROS.
          05 WS-FECHA-CORTE        PIC 9(08)    VALUE ZEROS.
          05 WS-FECHA-RESPALDO     PIC 9(08)    VALUE ZEROS.
          05 WS-FECHA-VALIDA.
             10 WS-VAL-ANIO        PIC 9(04)    VALUE ZEROS.
             10 WS-VAL-MES         PIC 9(02)    VALUE ZEROS.
             10 WS-VAL-DIA         PIC 9(02)    VALUE ZEROS.
          05 WS-DIA-TOPE           PIC 9(02)    VALUE ZEROS.
          05 WS-COCIENTE           PIC 9(04)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(03)    VALUE ZEROS.
          05 WS-SECUENCIA          PIC 9(07)    VALUE ZEROS.
          05 WS-LLAVE-FUENTE       PIC 9(06)    VALUE ZEROS.
          05 WS-LLAVE-FUENTE-ANT   PIC 9(06)    VALUE ZEROS.
          05 WS-LLAVE-BITAC        PIC 9(06)    VALUE ZEROS.
          05 WS-EMP-EN-CURSO       PIC 9(06)    VALUE ZEROS.
          05 WS-LEIDOS-FUENTE      PIC 9(05)    VALUE ZEROS.
          05 WS-LEIDOS-BIT         PIC 9(05)    VALUE ZEROS.
          05 WS-LEIDOS-ARC         PIC 9(05)    VALUE ZEROS.
          05 WS-SELECCIONADOS      PIC 9(05)    VALUE ZEROS.
          05 WS-APLICADOS          PIC 9(05)    VALUE ZEROS.
          05 WS-NO-CUADRAN         PIC 9(05)    VALUE ZEROS.
          05 WS-GRABADOS           PIC 9(05)    VALUE ZEROS.
          05 WS-SALARIOS-FUENTE    PIC 9(09)V99 VALUE ZEROS.
          05 WS-SALARIOS-CORTE     PIC 9(09)V99 VALUE ZEROS.
          05 WS-MOV-REGISTROS      PIC S9(05)   VALUE ZEROS.
          05 WS-MOV-SALARIOS       PIC S9(09)V99 VALUE ZEROS.
          05 WS-ESPERADOS          PIC S9(05)   VALUE ZEROS.
          05 WS-SALARIOS-ESPERADOS PIC S9(09)V99 VALUE ZEROS.
          05 WS-DIF-REGISTROS      PIC S9(05)   VALUE ZEROS.
          05 WS-DIF-SALARIOS       PIC S9(09)V99 VALUE ZEROS.

      *>---------------------------------------------------------------*
      *>EL SORT ORDENA POR EMPLEADO Y SECUENCIA DE LECTURA. EN SENTIDO *
      *>"A" LA SECUENCIA SE COMPLEMENTA (9999999 - N) PARA QUE EL      *
      *>MISMO ORDEN ASCENDENTE ENTREGUE PRIMERO LO MAS RECIENTE.       *
      *>---------------------------------------------------------------*
       01 WS-REG-ORDEN.
          05 WS-ORD-NUMERO-EMP     PIC 9(05).
          05 WS-ORD-SECUENCIA      PIC 9(07).
          05 WS-ORD-MOVIMIENTO     PIC X(168).

      *>---------------------------------------------------------------*
      *>IMAGENES DEL CRUCE: LA DEL REGISTRO COMO VA QUEDANDO (ESTADO), *
      *>LA QUE EL MOVIMIENTO ESPERA ENCONTRAR Y LA QUE DEJA. UNA       *
      *>IMAGEN EN BLANCOS ES UN EMPLEADO QUE NO EXISTE EN ESE MOMENTO. *
      *>---------------------------------------------------------------*
       01 WS-IMAGEN-FUENTE         PIC X(77)    VALUE SPACES.
       01 WS-IMAGEN-ESTADO         PIC X(77)    VALUE SPACES.
       01 WS-IMAGEN-ESPERADA       PIC X(77)    VALUE SPACES.
       01 WS-IMAGEN-ESPERADA-R REDEFINES WS-IMAGEN-ESPERADA.
          05 FILLER                PIC X(41).
          05 WS-ESP-SALARIO        PIC 9(07)V99.
          05 FILLER                PIC X(27).
       01 WS-IMAGEN-NUEVA          PIC X(77)    VALUE SPACES.
       01 WS-IMAGEN-NUEVA-R REDEFINES WS-IMAGEN-NUEVA.
          05 FILLER                PIC X(41).
          05 WS-NVA-SALARIO        PIC 9(07)V99.
          05 FILLER                PIC X(27).

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
          05 WS-FS-RESPALDO        PIC X(02)    VALUE "00".
             88 WS-RESPALDO-OK                 VALUE "00".
          05 WS-FS-BITACORA        PIC X(02)    VALUE "00".
             88 WS-BITACORA-OK                 VALUE "00".
          05 WS-FS-BITARC          PIC X(02)    VALUE "00".
             88 WS-BITARC-OK                   VALUE "00".
          05 WS-FS-EMPCORTE        PIC X(02)    VALUE "00".
             88 WS-EMPCORTE-OK                 VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
             88 WS-EMPLEADOS-CERRADO           VALUE "N".
          05 WS-SW-RESPALDO-ABIERTO PIC X(01)   VALUE "N".
             88 WS-RESPALDO-ABIERTO            VALUE "S".
             88 WS-RESPALDO-CERRADO            VALUE "N".
          05 WS-SW-BITACORA-ABIERTA PIC X(01)   VALUE "N".
             88 WS-BITACORA-ABIERTA            VALUE "S".
             88 WS-BITACORA-CERRADA            VALUE "N".
          05 WS-SW-BITARC-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-BITARC-ABIERTO              VALUE "S".
             88 WS-BITARC-CERRADO              VALUE "N".
          05 WS-SW-EMPCORTE-ABIERTO PIC X(01)   VALUE "N".
             88 WS-EMPCORTE-ABIERTO            VALUE "S".
             88 WS-EMPCORTE-CERRADO            VALUE "N".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".
             88 WS-REPORTE-CERRADO             VALUE "N".
          05 WS-SW-FASE-LECTURA    PIC X(01)    VALUE "A".
             88 WS-LEYENDO-ARCHIVO             VALUE "A".
             88 WS-LEYENDO-VIGENTE             VALUE "V".
          05 WS-SW-FECHA           PIC X(01)    VALUE "S".
             88 WS-FECHA-ES-VALIDA             VALUE "S".
             88 WS-FECHA-NO-VALIDA             VALUE "N".
          05 WS-SW-SECUENCIA       PIC X(01)    VALUE "S".
             88 WS-FUENTE-EN-ORDEN             VALUE "S".
             88 WS-FUENTE-FUERA-ORDEN          VALUE "N".
          05 WS-SW-ERROR-GRABA     PIC X(01)    VALUE "N".
             88 WS-HUBO-ERROR-GRABA            VALUE "S".
          05 WS-SW-TITULO-DESAJ    PIC X(01)    VALUE "N".
             88 WS-TITULO-DESAJ-IMPRESO        VALUE "S".

       01 WS-TITULO-1.
          05 FILLER                PIC X(05)    VALUE SPACES.
          05 FILLER                PIC X(36)
             VALUE "RECONSTRUCCION DEL MAESTRO AL CIERRE".
          05 FILLER                PIC X(04)    VALUE " DE ".
          05 WS-TIT-CORTE-DIA      PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-TIT-CORTE-MES      PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-TIT-CORTE-ANIO     PIC 9(04).
          05 FILLER                PIC X(45)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(05)    VALUE SPACES.
          05 WS-TIT-SENTIDO        PIC X(60).
          05 FILLER                PIC X(35)    VALUE SPACES.

       01 WS-TITULO-DESAJUSTE.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(40)
             VALUE "MOVIMIENTOS DE BITACORA QUE NO CUADRAN".
          05 FILLER                PIC X(59)    VALUE SPACES.

       01 WS-DETALLE-DESAJUSTE.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(06)    VALUE "MOVTO ".
          05 WS-DES-TIPO           PIC X(01).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DES-DIA            PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-DES-MES            PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-DES-ANIO           PIC 9(04).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 FILLER                PIC X(05)    VALUE "EMP. ".
          05 WS-DES-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DES-MOTIVO         PIC X(40).
          05 FILLER                PIC X(26)    VALUE SPACES.

       01 WS-DETALLE-NINGUNO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(15)    VALUE "  ** NINGUNO **".
          05 FILLER                PIC X(84)    VALUE SPACES.

       01 WS-DETALLE-CONTEO.
          05 FILLER                PIC X(01).
          05 WS-CON-ETIQUETA       PIC X(40).
          05 WS-CON-CANTIDAD       PIC -(5)9.
          05 FILLER                PIC X(53)    VALUE SPACES.

       01 WS-DETALLE-IMPORTE.
          05 FILLER                PIC X(01).
          05 WS-IMP-ETIQUETA       PIC X(40).
          05 WS-IMP-CANTIDAD       PIC -(5)9.
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 FILLER                PIC X(10)    VALUE "SALARIOS: ".
          05 WS-IMP-SALARIOS       PIC -(9)9.99.
          05 FILLER                PIC X(28)    VALUE SPACES.

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
          05 LK-FECHA-CORTE        PIC X(08).
          05 LK-SENTIDO            PIC X(01).
             88 LK-HACIA-ATRAS                VALUE "A".
             88 LK-HACIA-ADELANTE             VALUE "D".
          05 LK-FECHA-RESPALDO     PIC X(08).

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0149" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           MOVE LK-ANIO    TO WS-PROC-ANIO
           MOVE LK-MES     TO WS-PROC-MES
           MOVE LK-DIA     TO WS-PROC-DIA
           IF NOT LK-HACIA-ATRAS AND NOT LK-HACIA-ADELANTE
               DISPLAY "PROG0149 - SENTIDO INVALIDO: " LK-SENTIDO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF LK-FECHA-CORTE IS NOT NUMERIC
               DISPLAY "PROG0149 - FECHA DE CORTE NO NUMERICA: "
                       LK-FECHA-CORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-FECHA-CORTE TO WS-FECHA-VALIDA
           PERFORM 015-VALIDA-FECHA THRU 015-VALIDA-FECHA-EXIT
           IF WS-FECHA-NO-VALIDA
               DISPLAY "PROG0149 - FECHA DE CORTE INVALIDA: "
                       LK-FECHA-CORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-FECHA-CORTE TO WS-FECHA-CORTE
           IF WS-FECHA-CORTE > WS-FECHA-PROCESO
               DISPLAY "PROG0149 - FECHA DE CORTE POSTERIOR A LA DE "
                       "PROCESO: " LK-FECHA-CORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF LK-HACIA-ATRAS
               GO TO 012-ABRE-ARCHIVOS
           END-IF
           IF LK-FECHA-RESPALDO IS NOT NUMERIC
               DISPLAY "PROG0149 - FECHA DE RESPALDO NO NUMERICA: "
                       LK-FECHA-RESPALDO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-FECHA-RESPALDO TO WS-FECHA-VALIDA
           PERFORM 015-VALIDA-FECHA THRU 015-VALIDA-FECHA-EXIT
           IF WS-FECHA-NO-VALIDA
               DISPLAY "PROG0149 - FECHA DE RESPALDO INVALIDA: "
                       LK-FECHA-RESPALDO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-FECHA-RESPALDO TO WS-FECHA-RESPALDO
           IF WS-FECHA-RESPALDO > WS-FECHA-CORTE
               DISPLAY "PROG0149 - FECHA DE RESPALDO POSTERIOR AL "
                       "CORTE: " LK-FECHA-RESPALDO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF.

       012-ABRE-ARCHIVOS.
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0149 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           MOVE WS-FECHA-CORTE TO WS-FECHA-VALIDA
           MOVE WS-VAL-DIA     TO WS-TIT-CORTE-DIA
           MOVE WS-VAL-MES     TO WS-TIT-CORTE-MES
           MOVE WS-VAL-ANIO    TO WS-TIT-CORTE-ANIO
           IF LK-HACIA-ATRAS
               MOVE "HACIA ATRAS DESDE EL MAESTRO ACTUAL (EMPLEADOS)"
                                   TO WS-TIT-SENTIDO
           ELSE
               MOVE "HACIA ADELANTE DESDE EL RESPALDO (RESPALDO)"
                                   TO WS-TIT-SENTIDO
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1
           WRITE REG-REPORTE FROM WS-TITULO-2
           IF LK-HACIA-ATRAS
               OPEN INPUT EMPLEADOS
               IF NOT WS-EMPLEADOS-OK
                   DISPLAY "PROG0149 - ERROR AL ABRIR EMPLEADOS, FS="
                           WS-FS-EMPLEADOS
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
               END-IF
               SET WS-EMPLEADOS-ABIERTO TO TRUE
           ELSE
               OPEN INPUT RESPALDO
               IF NOT WS-RESPALDO-OK
                   DISPLAY "PROG0149 - ERROR AL ABRIR RESPALDO, FS="
                           WS-FS-RESPALDO
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
               END-IF
               SET WS-RESPALDO-ABIERTO TO TRUE
           END-IF
           OPEN INPUT BITARC
           IF NOT WS-BITARC-OK
               DISPLAY "PROG0149 - ERROR AL ABRIR BITARC, FS="
                       WS-FS-BITARC
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-BITARC-ABIERTO TO TRUE
           OPEN INPUT BITACORA
           IF NOT WS-BITACORA-OK
               DISPLAY "PROG0149 - ERROR AL ABRIR BITACORA, FS="
                       WS-FS-BITACORA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-BITACORA-ABIERTA TO TRUE
           OPEN OUTPUT EMPCORTE
           IF NOT WS-EMPCORTE-OK
               DISPLAY "PROG0149 - ERROR AL ABRIR EMPCORTE, FS="
                       WS-FS-EMPCORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPCORTE-ABIERTO TO TRUE
           GO TO 017-ORDENA.

      *>---------------------------------------------------------------*
      *>VALIDA LA FECHA AAAAMMDD DE WS-FECHA-VALIDA CON LA MISMA REGLA *
      *>DE PROG0129 PARA LA FECHA EFECTIVA (MESES DE 30/31 Y FEBRERO   *
      *>DE 28/29 SEGUN EL ANIO).                                       *
      *>---------------------------------------------------------------*
       015-VALIDA-FECHA.
           SET WS-FECHA-ES-VALIDA TO TRUE
           IF WS-VAL-ANIO < 1950 OR
              WS-VAL-MES < 01 OR WS-VAL-MES > 12 OR
              WS-VAL-DIA < 01
               SET WS-FECHA-NO-VALIDA TO TRUE
               GO TO 015-VALIDA-FECHA-EXIT
           END-IF
           MOVE 31 TO WS-DIA-TOPE
           IF WS-VAL-MES = 04 OR WS-VAL-MES = 06 OR
              WS-VAL-MES = 09 OR WS-VAL-MES = 11
               MOVE 30 TO WS-DIA-TOPE
           END-IF
           IF WS-VAL-MES = 02
               MOVE 28 TO WS-DIA-TOPE
               DIVIDE WS-VAL-ANIO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 29 TO WS-DIA-TOPE
               END-IF
               DIVIDE WS-VAL-ANIO BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 28 TO WS-DIA-TOPE
                   DIVIDE WS-VAL-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESIDUO
                   IF WS-RESIDUO = ZEROS
                       MOVE 29 TO WS-DIA-TOPE
                   END-IF
               END-IF
           END-IF
           IF WS-VAL-DIA > WS-DIA-TOPE
               SET WS-FECHA-NO-VALIDA TO TRUE
           END-IF.
       015-VALIDA-FECHA-EXIT.
           EXIT.

       017-ORDENA.
           SORT WS-ARCH-ORDENA
               ASCENDING KEY SD-NUMERO-EMP SD-SECUENCIA
               INPUT PROCEDURE IS 020-LEE-ARCHIVO
                         THRU 028-ALIMENTA-EXIT
               OUTPUT PROCEDURE IS 040-INICIA-CRUCE
                         THRU 070-CRUCE-EXIT
           IF WS-FUENTE-FUERA-ORDEN
               DISPLAY "PROG0149 - RESPALDO FUERA DE ORDEN EN EL "
                       "EMPLEADO " WS-LLAVE-FUENTE
               MOVE 8 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF WS-HUBO-ERROR-GRABA
               DISPLAY "PROG0149 - ERROR AL GRABAR EMPCORTE, FS="
                       WS-FS-EMPCORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           GO TO 100-FIN.

      *>---------------------------------------------------------------*
      *>ENTRADA DEL SORT: BITARC (LO MAS ANTIGUO) Y DESPUES BITACORA.  *
      *>LA SECUENCIA CUENTA TODO LO LEIDO, ASI CONSERVA EL ORDEN EN    *
      *>QUE SE APLICARON LOS MOVIMIENTOS. SE TOMAN EN SENTIDO "A" LOS  *
      *>POSTERIORES AL CORTE, Y EN SENTIDO "D" LOS POSTERIORES AL      *
      *>RESPALDO QUE NO PASAN DEL CORTE.                               *
      *>---------------------------------------------------------------*
       020-LEE-ARCHIVO.
           READ BITARC INTO REG-BITACORA AT END
                CLOSE BITARC
                SET WS-BITARC-CERRADO TO TRUE
                SET WS-LEYENDO-VIGENTE TO TRUE
                GO TO 022-LEE-BITACORA.
           ADD 1 TO WS-LEIDOS-ARC
           GO TO 024-SELECCIONA.

       022-LEE-BITACORA.
           READ BITACORA AT END
                GO TO 028-ALIMENTA-EXIT.
           ADD 1 TO WS-LEIDOS-BIT
           GO TO 024-SELECCIONA.

       024-SELECCIONA.
           ADD 1 TO WS-SECUENCIA
           IF BJ-FECHA-PROC NOT > WS-FECHA-CORTE AND LK-HACIA-ATRAS
               GO TO 026-SIGUE-LEYENDO
           END-IF
           IF LK-HACIA-ADELANTE
               IF BJ-FECHA-PROC NOT > WS-FECHA-RESPALDO OR
                  BJ-FECHA-PROC > WS-FECHA-CORTE
                   GO TO 026-SIGUE-LEYENDO
               END-IF
           END-IF
           ADD 1 TO WS-SELECCIONADOS
           MOVE BJ-NUMERO-EMP TO WS-ORD-NUMERO-EMP
           IF LK-HACIA-ATRAS
               COMPUTE WS-ORD-SECUENCIA = 9999999 - WS-SECUENCIA
           ELSE
               MOVE WS-SECUENCIA TO WS-ORD-SECUENCIA
           END-IF
           MOVE REG-BITACORA TO WS-ORD-MOVIMIENTO
           RELEASE REG-ORDENA FROM WS-REG-ORDEN.

       026-SIGUE-LEYENDO.
           IF WS-LEYENDO-ARCHIVO
               GO TO 020-LEE-ARCHIVO
           END-IF
           GO TO 022-LEE-BITACORA.

       028-ALIMENTA-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>SALIDA DEL SORT: CRUCE POR NUMERO DE EMPLEADO ENTRE EL ORIGEN  *
      *>(MAESTRO O RESPALDO) Y LOS MOVIMIENTOS ORDENADOS. UN EMPLEADO  *
      *>SIN MOVIMIENTOS PASA TAL CUAL; UNO QUE SOLO ESTA EN LA         *
      *>BITACORA PARTE DE UNA IMAGEN EN BLANCOS.                       *
      *>---------------------------------------------------------------*
       040-INICIA-CRUCE.
           PERFORM 080-LEE-FUENTE THRU 080-LEE-FUENTE-EXIT
           PERFORM 085-LEE-ORDENADO THRU 085-LEE-ORDENADO-EXIT.

       045-CRUZA.
           IF WS-FUENTE-FUERA-ORDEN OR WS-HUBO-ERROR-GRABA
               GO TO 070-CRUCE-EXIT
           END-IF
           IF WS-LLAVE-FUENTE = 999999 AND WS-LLAVE-BITAC = 999999
               GO TO 070-CRUCE-EXIT
           END-IF
           IF WS-LLAVE-FUENTE < WS-LLAVE-BITAC
               MOVE WS-IMAGEN-FUENTE TO WS-IMAGEN-ESTADO
               PERFORM 060-GRABA-ESTADO THRU 060-GRABA-ESTADO-EXIT
               PERFORM 080-LEE-FUENTE THRU 080-LEE-FUENTE-EXIT
               GO TO 045-CRUZA
           END-IF
           MOVE WS-LLAVE-BITAC TO WS-EMP-EN-CURSO
           IF WS-LLAVE-BITAC < WS-LLAVE-FUENTE
               MOVE SPACES TO WS-IMAGEN-ESTADO
           ELSE
               MOVE WS-IMAGEN-FUENTE TO WS-IMAGEN-ESTADO
               PERFORM 080-LEE-FUENTE THRU 080-LEE-FUENTE-EXIT
           END-IF.

      *>---------------------------------------------------------------*
      *>APLICA LOS MOVIMIENTOS DEL EMPLEADO EN CURSO. HACIA ATRAS EL   *
      *>REGISTRO DEBE ESTAR COMO LO DEJO EL MOVIMIENTO (IMAGEN         *
      *>DESPUES) Y QUEDA COMO ESTABA (IMAGEN ANTES); HACIA ADELANTE AL *
      *>REVES. LA DIFERENCIA DE REGISTROS Y SALARIOS DE CADA           *
      *>MOVIMIENTO SE ACUMULA PARA LA CONCILIACION.                    *
      *>---------------------------------------------------------------*
       050-APLICA-MOVTO.
           IF WS-LLAVE-BITAC NOT = WS-EMP-EN-CURSO
               PERFORM 060-GRABA-ESTADO THRU 060-GRABA-ESTADO-EXIT
               GO TO 045-CRUZA
           END-IF
           IF LK-HACIA-ATRAS
               MOVE BJ-IMAGEN-DESPUES TO WS-IMAGEN-ESPERADA
               MOVE BJ-IMAGEN-ANTES   TO WS-IMAGEN-NUEVA
           ELSE
               MOVE BJ-IMAGEN-ANTES   TO WS-IMAGEN-ESPERADA
               MOVE BJ-IMAGEN-DESPUES TO WS-IMAGEN-NUEVA
           END-IF
           IF WS-IMAGEN-ESTADO NOT = WS-IMAGEN-ESPERADA
               PERFORM 055-NO-CUADRA THRU 055-NO-CUADRA-EXIT
           END-IF
           IF WS-IMAGEN-ESPERADA NOT = SPACES
               SUBTRACT 1              FROM WS-MOV-REGISTROS
               SUBTRACT WS-ESP-SALARIO FROM WS-MOV-SALARIOS
           END-IF
           IF WS-IMAGEN-NUEVA NOT = SPACES
               ADD 1              TO WS-MOV-REGISTROS
               ADD WS-NVA-SALARIO TO WS-MOV-SALARIOS
           END-IF
           MOVE WS-IMAGEN-NUEVA TO WS-IMAGEN-ESTADO
           ADD 1 TO WS-APLICADOS
           PERFORM 085-LEE-ORDENADO THRU 085-LEE-ORDENADO-EXIT
           GO TO 050-APLICA-MOVTO.

       055-NO-CUADRA.
           IF NOT WS-TITULO-DESAJ-IMPRESO
               WRITE REG-REPORTE FROM WS-TITULO-DESAJUSTE
               SET WS-TITULO-DESAJ-IMPRESO TO TRUE
           END-IF
           ADD 1 TO WS-NO-CUADRAN
           MOVE BJ-TIPO-MOVTO TO WS-DES-TIPO
           MOVE BJ-DIA        TO WS-DES-DIA
           MOVE BJ-MES        TO WS-DES-MES
           MOVE BJ-ANIO       TO WS-DES-ANIO
           MOVE BJ-NUMERO-EMP TO WS-DES-NUMERO
           IF WS-IMAGEN-ESTADO = SPACES
               MOVE "EL EMPLEADO NO EXISTIA EN ESE MOMENTO"
                                   TO WS-DES-MOTIVO
           ELSE
               IF WS-IMAGEN-ESPERADA = SPACES
                   MOVE "EL EMPLEADO YA EXISTIA EN ESE MOMENTO"
                                   TO WS-DES-MOTIVO
               ELSE
                   MOVE "LA IMAGEN NO COINCIDE CON EL REGISTRO"
                                   TO WS-DES-MOTIVO
               END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-DESAJUSTE.
       055-NO-CUADRA-EXIT.
           EXIT.

       060-GRABA-ESTADO.
           IF WS-IMAGEN-ESTADO = SPACES
               GO TO 060-GRABA-ESTADO-EXIT
           END-IF
           MOVE WS-IMAGEN-ESTADO TO REG-EMPCORTE
           WRITE REG-EMPCORTE
           IF NOT WS-EMPCORTE-OK
               SET WS-HUBO-ERROR-GRABA TO TRUE
               GO TO 060-GRABA-ESTADO-EXIT
           END-IF
           ADD 1 TO WS-GRABADOS
           ADD EC-SALARIO-EMP TO WS-SALARIOS-CORTE.
       060-GRABA-ESTADO-EXIT.
           EXIT.

       070-CRUCE-EXIT.
           EXIT.

       080-LEE-FUENTE.
           IF LK-HACIA-ADELANTE
               GO TO 082-LEE-RESPALDO
           END-IF
           READ EMPLEADOS NEXT RECORD INTO WS-IMAGEN-FUENTE
               AT END
                   MOVE 999999 TO WS-LLAVE-FUENTE
                   GO TO 080-LEE-FUENTE-EXIT
           END-READ
           MOVE FD-NUMERO-EMP TO WS-LLAVE-FUENTE
           ADD 1 TO WS-LEIDOS-FUENTE
           ADD FD-SALARIO-EMP TO WS-SALARIOS-FUENTE
           GO TO 080-LEE-FUENTE-EXIT.
       082-LEE-RESPALDO.
           READ RESPALDO INTO WS-IMAGEN-FUENTE
               AT END
                   MOVE 999999 TO WS-LLAVE-FUENTE
                   GO TO 080-LEE-FUENTE-EXIT
           END-READ
           MOVE RS-NUMERO-EMP TO WS-LLAVE-FUENTE
           ADD 1 TO WS-LEIDOS-FUENTE
           ADD RS-SALARIO-EMP TO WS-SALARIOS-FUENTE
           IF WS-LEIDOS-FUENTE > 1 AND
              WS-LLAVE-FUENTE NOT > WS-LLAVE-FUENTE-ANT
               SET WS-FUENTE-FUERA-ORDEN TO TRUE
           END-IF
           MOVE WS-LLAVE-FUENTE TO WS-LLAVE-FUENTE-ANT.
       080-LEE-FUENTE-EXIT.
           EXIT.

       085-LEE-ORDENADO.
           RETURN WS-ARCH-ORDENA INTO WS-REG-ORDEN AT END
                MOVE 999999 TO WS-LLAVE-BITAC
                GO TO 085-LEE-ORDENADO-EXIT.
           MOVE WS-ORD-MOVIMIENTO TO REG-BITACORA
           MOVE WS-ORD-NUMERO-EMP TO WS-LLAVE-BITAC.
       085-LEE-ORDENADO-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>CONCILIACION: EL ORIGEN MAS EL EFECTO NETO DE LOS MOVIMIENTOS  *
      *>APLICADOS DEBE DAR LO GRABADO EN EMPCORTE. SI HAY MOVIMIENTOS  *
      *>QUE NO CUADRAN LA DIFERENCIA QUEDA EXPLICADA POR ELLOS.        *
      *>---------------------------------------------------------------*
       100-FIN.
           CLOSE EMPCORTE
                 BITACORA
           SET WS-EMPCORTE-CERRADO TO TRUE
           SET WS-BITACORA-CERRADA TO TRUE
           IF LK-HACIA-ATRAS
               CLOSE EMPLEADOS
               SET WS-EMPLEADOS-CERRADO TO TRUE
           ELSE
               CLOSE RESPALDO
               SET WS-RESPALDO-CERRADO TO TRUE
           END-IF
           IF WS-NO-CUADRAN = ZEROS
               WRITE REG-REPORTE FROM WS-TITULO-DESAJUSTE
               WRITE REG-REPORTE FROM WS-DETALLE-NINGUNO
           END-IF
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "MOVIMIENTOS LEIDOS DE BITARC:" TO WS-CON-ETIQUETA
           MOVE WS-LEIDOS-ARC TO WS-CON-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CONTEO
           MOVE "MOVIMIENTOS LEIDOS DE BITACORA:" TO WS-CON-ETIQUETA
           MOVE WS-LEIDOS-BIT TO WS-CON-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CONTEO
           MOVE "MOVIMIENTOS APLICADOS:" TO WS-CON-ETIQUETA
           MOVE WS-APLICADOS TO WS-CON-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CONTEO
           MOVE "MOVIMIENTOS QUE NO CUADRAN:" TO WS-CON-ETIQUETA
           MOVE WS-NO-CUADRAN TO WS-CON-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CONTEO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           IF LK-HACIA-ATRAS
               MOVE "REGISTROS DEL ORIGEN (EMPLEADOS):"
                                   TO WS-IMP-ETIQUETA
           ELSE
               MOVE "REGISTROS DEL ORIGEN (RESPALDO):"
                                   TO WS-IMP-ETIQUETA
           END-IF
           MOVE WS-LEIDOS-FUENTE   TO WS-IMP-CANTIDAD
           MOVE WS-SALARIOS-FUENTE TO WS-IMP-SALARIOS
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "EFECTO NETO DE LOS MOVIMIENTOS:" TO WS-IMP-ETIQUETA
           MOVE WS-MOV-REGISTROS   TO WS-IMP-CANTIDAD
           MOVE WS-MOV-SALARIOS    TO WS-IMP-SALARIOS
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           COMPUTE WS-ESPERADOS = WS-LEIDOS-FUENTE + WS-MOV-REGISTROS
           COMPUTE WS-SALARIOS-ESPERADOS =
                   WS-SALARIOS-FUENTE + WS-MOV-SALARIOS
           MOVE "REGISTROS ESPERADOS AL CORTE:" TO WS-IMP-ETIQUETA
           MOVE WS-ESPERADOS          TO WS-IMP-CANTIDAD
           MOVE WS-SALARIOS-ESPERADOS TO WS-IMP-SALARIOS
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "REGISTROS GRABADOS EN EMPCORTE:" TO WS-IMP-ETIQUETA
           MOVE WS-GRABADOS        TO WS-IMP-CANTIDAD
           MOVE WS-SALARIOS-CORTE  TO WS-IMP-SALARIOS
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           COMPUTE WS-DIF-REGISTROS = WS-GRABADOS - WS-ESPERADOS
           COMPUTE WS-DIF-SALARIOS =
                   WS-SALARIOS-CORTE - WS-SALARIOS-ESPERADOS
           MOVE "DIFERENCIA:"      TO WS-IMP-ETIQUETA
           MOVE WS-DIF-REGISTROS   TO WS-IMP-CANTIDAD
           MOVE WS-DIF-SALARIOS    TO WS-IMP-SALARIOS
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           CLOSE REPORTE
           SET WS-REPORTE-CERRADO TO TRUE
           IF WS-NO-CUADRAN > ZEROS
               DISPLAY "PROG0149 - MOVIMIENTOS QUE NO CUADRAN: "
                       WS-NO-CUADRAN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0149"    TO WS-CTL-PROGRAMA
           COMPUTE WS-CTL-LEIDOS = WS-LEIDOS-FUENTE + WS-LEIDOS-ARC
                                 + WS-LEIDOS-BIT
           MOVE WS-GRABADOS   TO WS-CTL-GRABADOS
           MOVE RETURN-CODE   TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-RESPALDO-ABIERTO
               CLOSE RESPALDO
           END-IF
           IF WS-BITARC-ABIERTO
               CLOSE BITARC
           END-IF
           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA
           END-IF
           IF WS-EMPCORTE-ABIERTO
               CLOSE EMPCORTE
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
