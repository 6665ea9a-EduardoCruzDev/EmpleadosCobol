       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0146.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: APLICAR LA RESPUESTA DEL PROVEEDOR DE TIMBRADO       *
       *>          (RESCFDI) AL REGISTRO DE TIMBRADO (TIMBRE) DEL       *
       *>          PERIODO (AAAAMMQ) RECIBIDO POR PARAMETRO. PRIMERO    *
       *>          VALIDA EL ARCHIVO COMPLETO: ENCABEZADO "H" DEL       *
       *>          PERIODO Y TOTAL "T" CON LA CANTIDAD DE DETALLES; SI  *
       *>          NO CUADRA NO SE APLICA NADA (RETURN-CODE 8). CADA    *
       *>          DETALLE "D" TIMBRADO GUARDA EL UUID Y LA FECHA DE    *
       *>          TIMBRADO; CADA RECHAZADO GUARDA EL MOTIVO. UN RECIBO *
       *>          YA TIMBRADO CONSERVA SU UUID. UNA RESPUESTA DE OTRO  *
       *>          PERIODO O DE UN RECIBO QUE NO SE ENVIO SE REPORTA Y  *
       *>          TERMINA CON RETURN-CODE 8. AL FINAL RECORRE TIMBRE   *
       *>          DEL PERIODO E IMPRIME LOS RECIBOS PENDIENTES,        *
       *>          TIMBRADOS Y RECHAZADOS CON SUS TOTALES; SI TODOS     *
       *>          ESTAN TIMBRADOS MARCA EL PERIODO COMO TIMBRADO EN    *
       *>          PERCTL, SI NO TERMINA CON RETURN-CODE 4 PARA QUE SE  *
       *>          REENVIEN CON PROG0145.                               *
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
           SELECT RESCFDI ASSIGN TO UT-S-RESCFDI
               FILE STATUS IS WS-FS-RESCFDI.
           SELECT TIMBRE ASSIGN TO UT-S-TIMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-LLAVE
               FILE STATUS IS WS-FS-TIMBRE.
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

       FD RESCFDI
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-RESCFDI.
       01 REG-RESCFDI              PIC X(100).

       FD TIMBRE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 162 CHARACTERS
          DATA RECORD IS REG-TIMBRE.
       01 REG-TIMBRE.
          COPY TIMREG.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS             PIC 9(07)    VALUE ZEROS.
          05 WS-DETALLES           PIC 9(07)    VALUE ZEROS.
          05 WS-APLICADOS          PIC 9(05)    VALUE ZEROS.
          05 WS-CONSERVADOS        PIC 9(05)    VALUE ZEROS.
          05 WS-ERRORES            PIC 9(05)    VALUE ZEROS.
          05 WS-CANT-PENDIENTES    PIC 9(05)    VALUE ZEROS.
          05 WS-CANT-TIMBRADOS     PIC 9(05)    VALUE ZEROS.
          05 WS-CANT-RECHAZADOS    PIC 9(05)    VALUE ZEROS.
          05 WS-NETO-PENDIENTES    PIC 9(11)V99 VALUE ZEROS.
          05 WS-NETO-TIMBRADOS     PIC 9(11)V99 VALUE ZEROS.
          05 WS-NETO-RECHAZADOS    PIC 9(11)V99 VALUE ZEROS.
          05 WS-SW-TRAILER         PIC X(01)    VALUE "N".
             88 WS-HAY-TRAILER                 VALUE "S".

      *>---------------------------------------------------------------*
      *>REGISTROS DE LA RESPUESTA DEL PROVEEDOR DE TIMBRADO:           *
      *>ENCABEZADO "H", DETALLE "D" POR RECIBO (RESULTADO "T"          *
      *>TIMBRADO O "R" RECHAZADO) Y TOTAL "T" CON LOS DETALLES.        *
      *>---------------------------------------------------------------*
       01 WS-RES-ENTRADA           PIC X(100).
       01 WS-RES-ENCABEZADO REDEFINES WS-RES-ENTRADA.
          05 WS-RSH-TIPO           PIC X(01).
             88 WS-RSH-ES-ENCABEZADO           VALUE "H".
          05 WS-RSH-PERIODO        PIC 9(07).
          05 WS-RSH-FECHA          PIC 9(08).
          05 FILLER                PIC X(84).
       01 WS-RES-DETALLE REDEFINES WS-RES-ENTRADA.
          05 WS-RSD-TIPO           PIC X(01).
             88 WS-RSD-ES-DETALLE              VALUE "D".
             88 WS-RSD-ES-TOTAL                VALUE "T".
          05 WS-RSD-PERIODO        PIC 9(07).
          05 WS-RSD-NUMERO-EMP     PIC 9(05).
          05 WS-RSD-RESULTADO      PIC X(01).
             88 WS-RSD-TIMBRADO                VALUE "T".
             88 WS-RSD-RECHAZADO               VALUE "R".
          05 WS-RSD-UUID           PIC X(36).
          05 WS-RSD-FECHA-TIMBRE   PIC 9(08).
          05 WS-RSD-MOTIVO         PIC X(40).
          05 FILLER                PIC X(02).
       01 WS-RES-TOTAL REDEFINES WS-RES-ENTRADA.
          05 WS-RST-TIPO           PIC X(01).
          05 WS-RST-PERIODO        PIC 9(07).
          05 WS-RST-DETALLES       PIC 9(07).
          05 FILLER                PIC X(85).

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-PERCTL          PIC X(02)    VALUE "00".
             88 WS-PERCTL-OK                   VALUE "00".
          05 WS-FS-RESCFDI         PIC X(02)    VALUE "00".
             88 WS-RESCFDI-OK                  VALUE "00".
          05 WS-FS-TIMBRE          PIC X(02)    VALUE "00".
             88 WS-TIMBRE-OK                   VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-PERCTL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-PERCTL-ABIERTO              VALUE "S".
          05 WS-SW-RESCFDI-ABIERTO PIC X(01)    VALUE "N".
             88 WS-RESCFDI-ABIERTO             VALUE "S".
             88 WS-RESCFDI-CERRADO             VALUE "N".
          05 WS-SW-TIMBRE-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-TIMBRE-ABIERTO              VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(42)
             VALUE "TIMBRADO DE RECIBOS DE NOMINA, PERIODO:  ".
          05 WS-TIT-PERIODO        PIC 9(07).
          05 FILLER                PIC X(31)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(33)
             VALUE "EMP.   NOMBRE".
          05 FILLER                PIC X(15)
             VALUE "          NETO".
          05 FILLER                PIC X(51)
             VALUE "  SITUACION  UUID / MOTIVO".

       01 WS-DETALLE-RECIBO.
          05 FILLER                PIC X(01).
          05 WS-DET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-NOMBRE         PIC X(25).
          05 WS-DET-NETO           PIC Z(09)9.99.
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-SITUACION      PIC X(10).
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-REFERENCIA     PIC X(40).
          05 FILLER                PIC X(01)    VALUE SPACES.

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
           MOVE "PROG0146" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-PERIODO-CFDI IS NOT NUMERIC
               DISPLAY "PROG0146 - PERIODO INVALIDO: " LK-PERIODO-CFDI
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF LK-PER-MES < 01 OR LK-PER-MES > 12 OR
              NOT LK-QUINCENA-VALIDA
               DISPLAY "PROG0146 - PERIODO INVALIDO: " LK-PERIODO-CFDI
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0146 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           MOVE LK-PERIODO-CFDI TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1
           OPEN I-O    PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0146 - ERROR AL ABRIR PERCTL, FS="
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
                   GO TO 090-RECHAZA-RESPUESTA
           END-READ
           IF PE-CFDI-NO-ENVIADO
               MOVE "PERIODO SIN RECIBOS ENVIADOS A TIMBRAR"
                                          TO WS-MSG-TEXTO
               GO TO 090-RECHAZA-RESPUESTA
           END-IF
           OPEN INPUT RESCFDI
           IF NOT WS-RESCFDI-OK
               DISPLAY "PROG0146 - ERROR AL ABRIR RESCFDI, FS="
                       WS-FS-RESCFDI
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-RESCFDI-ABIERTO TO TRUE.

      *>---------------------------------------------------------------*
      *>PRIMERA LECTURA: SOLO SE VALIDA LA ESTRUCTURA DE LA RESPUESTA. *
      *>EL ENCABEZADO DEBE SER DEL PERIODO Y EL TOTAL DEBE TRAER LA    *
      *>CANTIDAD DE DETALLES LEIDOS; SI NO, NO SE TOCA TIMBRE.         *
      *>---------------------------------------------------------------*
       020-VALIDA-ENCABEZADO.
           READ RESCFDI INTO WS-RES-ENTRADA AT END
                MOVE "RESPUESTA VACIA"    TO WS-MSG-TEXTO
                GO TO 090-RECHAZA-RESPUESTA.
           ADD 1 TO WS-LEIDOS
           IF NOT WS-RSH-ES-ENCABEZADO
               MOVE "LA RESPUESTA NO EMPIEZA CON ENCABEZADO"
                                          TO WS-MSG-TEXTO
               GO TO 090-RECHAZA-RESPUESTA
           END-IF
           IF WS-RSH-PERIODO NOT = LK-PERIODO-CFDI
               MOVE "LA RESPUESTA ES DE OTRO PERIODO:"
                                          TO WS-MSG-TEXTO
               MOVE WS-RSH-PERIODO        TO WS-MSG-VALOR
               GO TO 090-RECHAZA-RESPUESTA
           END-IF.
       022-VALIDA-DETALLE.
           READ RESCFDI INTO WS-RES-ENTRADA AT END
                GO TO 024-VALIDA-TOTAL.
           ADD 1 TO WS-LEIDOS
           IF WS-RSD-ES-DETALLE
               ADD 1 TO WS-DETALLES
               GO TO 022-VALIDA-DETALLE
           END-IF
           IF WS-RSD-ES-TOTAL
               SET WS-HAY-TRAILER TO TRUE
               GO TO 024-VALIDA-TOTAL
           END-IF
           MOVE "TIPO DE REGISTRO INVALIDO EN LA RESPUESTA, REG:"
                                          TO WS-MSG-TEXTO
           MOVE WS-LEIDOS                 TO WS-MSG-VALOR
           GO TO 090-RECHAZA-RESPUESTA.
       024-VALIDA-TOTAL.
           IF NOT WS-HAY-TRAILER
               MOVE "LA RESPUESTA NO TRAE REGISTRO DE TOTAL"
                                          TO WS-MSG-TEXTO
               GO TO 090-RECHAZA-RESPUESTA
           END-IF
           IF WS-RST-DETALLES NOT = WS-DETALLES
               MOVE "EL TOTAL NO CUADRA CON LOS DETALLES, TOTAL:"
                                          TO WS-MSG-TEXTO
               MOVE WS-RST-DETALLES       TO WS-MSG-VALOR
               GO TO 090-RECHAZA-RESPUESTA
           END-IF
           CLOSE RESCFDI
           SET WS-RESCFDI-CERRADO TO TRUE
           OPEN INPUT RESCFDI
           IF NOT WS-RESCFDI-OK
               DISPLAY "PROG0146 - ERROR AL REABRIR RESCFDI, FS="
                       WS-FS-RESCFDI
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-RESCFDI-ABIERTO TO TRUE
           OPEN I-O    TIMBRE
           IF NOT WS-TIMBRE-OK
               DISPLAY "PROG0146 - ERROR AL ABRIR TIMBRE, FS="
                       WS-FS-TIMBRE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-TIMBRE-ABIERTO TO TRUE.

      *>---------------------------------------------------------------*
      *>SEGUNDA LECTURA: SE APLICA CADA DETALLE AL REGISTRO DE         *
      *>TIMBRADO DEL RECIBO. EL ENCABEZADO YA SE VALIDO Y SE SALTA.    *
      *>---------------------------------------------------------------*
       030-LEE.
           READ RESCFDI INTO WS-RES-ENTRADA AT END
                GO TO 050-REPORTE-PERIODO.
           IF WS-RSD-ES-TOTAL
               GO TO 050-REPORTE-PERIODO
           END-IF
           IF NOT WS-RSD-ES-DETALLE
               GO TO 030-LEE
           END-IF
           MOVE WS-RSD-NUMERO-EMP TO WS-MSG-VALOR
           IF WS-RSD-PERIODO NOT = LK-PERIODO-CFDI
               MOVE "RESPUESTA DE OTRO PERIODO, SE IGNORA, EMP:"
                                          TO WS-MSG-TEXTO
               GO TO 038-ERROR-DETALLE
           END-IF
           IF NOT WS-RSD-TIMBRADO AND NOT WS-RSD-RECHAZADO
               MOVE "RESULTADO INVALIDO, SE IGNORA, EMP:"
                                          TO WS-MSG-TEXTO
               GO TO 038-ERROR-DETALLE
           END-IF
           IF WS-RSD-TIMBRADO AND WS-RSD-UUID = SPACES
               MOVE "TIMBRADO SIN UUID, SE IGNORA, EMP:"
                                          TO WS-MSG-TEXTO
               GO TO 038-ERROR-DETALLE
           END-IF
           MOVE WS-RSD-PERIODO    TO TB-PERIODO
           MOVE WS-RSD-NUMERO-EMP TO TB-NUMERO-EMP
           READ TIMBRE
               INVALID KEY
                   MOVE "SIN RECIBO ENVIADO, SE IGNORA, EMP:"
                                          TO WS-MSG-TEXTO
                   GO TO 038-ERROR-DETALLE
           END-READ
           IF TB-TIMBRADO
               ADD 1 TO WS-CONSERVADOS
               IF WS-RSD-UUID NOT = TB-UUID
                   MOVE "RECIBO YA TIMBRADO, SE CONSERVA SU UUID, EMP:"
                                          TO WS-MSG-TEXTO
                   WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
               END-IF
               GO TO 030-LEE
           END-IF
           IF WS-RSD-TIMBRADO
               SET TB-TIMBRADO        TO TRUE
               MOVE WS-RSD-UUID         TO TB-UUID
               MOVE WS-RSD-FECHA-TIMBRE TO TB-FECHA-TIMBRE
               MOVE SPACES              TO TB-MOTIVO
           ELSE
               SET TB-RECHAZADO       TO TRUE
               MOVE SPACES              TO TB-UUID
               MOVE ZEROS               TO TB-FECHA-TIMBRE
               MOVE WS-RSD-MOTIVO       TO TB-MOTIVO
           END-IF
           REWRITE REG-TIMBRE
               INVALID KEY
                   DISPLAY "PROG0146 - ERROR AL REESCRIBIR TIMBRE "
                           TB-LLAVE " FS=" WS-FS-TIMBRE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           ADD 1 TO WS-APLICADOS
           GO TO 030-LEE.
       038-ERROR-DETALLE.
           ADD 1 TO WS-ERRORES
           WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
           GO TO 030-LEE.

      *>---------------------------------------------------------------*
      *>SITUACION DEL PERIODO: SE RECORREN LOS RECIBOS DEL PERIODO EN  *
      *>TIMBRE DESDE EL PRIMER EMPLEADO HASTA QUE CAMBIA EL PERIODO.   *
      *>---------------------------------------------------------------*
       050-REPORTE-PERIODO.
           WRITE REG-REPORTE FROM WS-TITULO-2
           MOVE LK-PERIODO-CFDI TO TB-PERIODO
           MOVE ZEROS           TO TB-NUMERO-EMP
           START TIMBRE KEY IS NOT LESS THAN TB-LLAVE
               INVALID KEY
                   GO TO 060-CIERRA-PERIODO
           END-START.
       052-LEE-TIMBRE.
           READ TIMBRE NEXT RECORD
               AT END
                   GO TO 060-CIERRA-PERIODO
           END-READ
           IF TB-PERIODO NOT = LK-PERIODO-CFDI
               GO TO 060-CIERRA-PERIODO
           END-IF
           MOVE TB-NUMERO-EMP   TO WS-DET-NUMERO
           MOVE TB-NOMBRE-EMP   TO WS-DET-NOMBRE
           MOVE TB-NETO         TO WS-DET-NETO
           IF TB-TIMBRADO
               ADD 1 TO WS-CANT-TIMBRADOS
               ADD TB-NETO TO WS-NETO-TIMBRADOS
               MOVE "TIMBRADO"  TO WS-DET-SITUACION
               MOVE TB-UUID     TO WS-DET-REFERENCIA
           ELSE
               IF TB-RECHAZADO
                   ADD 1 TO WS-CANT-RECHAZADOS
                   ADD TB-NETO TO WS-NETO-RECHAZADOS
                   MOVE "RECHAZADO" TO WS-DET-SITUACION
                   MOVE TB-MOTIVO   TO WS-DET-REFERENCIA
               ELSE
                   ADD 1 TO WS-CANT-PENDIENTES
                   ADD TB-NETO TO WS-NETO-PENDIENTES
                   MOVE "PENDIENTE" TO WS-DET-SITUACION
                   MOVE SPACES      TO WS-DET-REFERENCIA
               END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-RECIBO
           GO TO 052-LEE-TIMBRE.

      *>---------------------------------------------------------------*
      *>EL PERIODO QUEDA FISCALMENTE COMPLETO SOLO CUANDO TODOS SUS    *
      *>RECIBOS ESTAN TIMBRADOS; SI QUEDAN PENDIENTES O RECHAZADOS SE  *
      *>AVISA CON RETURN-CODE 4 PARA REENVIARLOS CON PROG0145.         *
      *>---------------------------------------------------------------*
       060-CIERRA-PERIODO.
           MOVE SPACES TO WS-MSG-VALOR
           IF WS-CANT-TIMBRADOS > ZEROS AND
              WS-CANT-PENDIENTES = ZEROS AND
              WS-CANT-RECHAZADOS = ZEROS
               SET PE-CFDI-TIMBRADO TO TRUE
               REWRITE REG-PERCTL
                   INVALID KEY
                       DISPLAY "PROG0146 - ERROR AL ACTUALIZAR PERCTL "
                               PE-PERIODO " FS=" WS-FS-PERCTL
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-REWRITE
               MOVE "PERIODO FISCALMENTE COMPLETO" TO WS-MSG-TEXTO
           ELSE
               MOVE 4 TO RETURN-CODE
               MOVE "PERIODO CON RECIBOS SIN TIMBRAR, REENVIAR"
                                          TO WS-MSG-TEXTO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
           GO TO 100-FIN.

      *>---------------------------------------------------------------*
      *>RESPUESTA QUE NO SE PUEDE APLICAR: SE REPORTA EL MOTIVO Y SE   *
      *>TERMINA CON RETURN-CODE 8 SIN HABER ACTUALIZADO TIMBRE.        *
      *>---------------------------------------------------------------*
       090-RECHAZA-RESPUESTA.
           DISPLAY "PROG0146 - " WS-MSG-TEXTO WS-MSG-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-MENSAJE
           MOVE 8 TO RETURN-CODE
           GO TO 999-ABEND.

       100-FIN.
           MOVE "REGISTROS DE RESPUESTA LEIDOS:"  TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS           TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RESPUESTAS APLICADAS:"           TO WS-CNT-CONCEPTO
           MOVE WS-APLICADOS        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RECIBOS YA TIMBRADOS ANTES:"     TO WS-CNT-CONCEPTO
           MOVE WS-CONSERVADOS      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RESPUESTAS CON ERROR:"           TO WS-CNT-CONCEPTO
           MOVE WS-ERRORES          TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "RECIBOS TIMBRADOS:"              TO WS-CNT-CONCEPTO
           MOVE WS-CANT-TIMBRADOS   TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "NETO TIMBRADO:"                  TO WS-IMP-CONCEPTO
           MOVE WS-NETO-TIMBRADOS   TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "RECIBOS RECHAZADOS:"             TO WS-CNT-CONCEPTO
           MOVE WS-CANT-RECHAZADOS  TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "NETO RECHAZADO:"                 TO WS-IMP-CONCEPTO
           MOVE WS-NETO-RECHAZADOS  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "RECIBOS PENDIENTES:"             TO WS-CNT-CONCEPTO
           MOVE WS-CANT-PENDIENTES  TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "NETO PENDIENTE:"                 TO WS-IMP-CONCEPTO
           MOVE WS-NETO-PENDIENTES  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           IF WS-ERRORES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PERCTL
                 RESCFDI
                 TIMBRE
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0146"          TO WS-CTL-PROGRAMA
           MOVE WS-LEIDOS           TO WS-CTL-LEIDOS
           MOVE WS-APLICADOS        TO WS-CTL-GRABADOS
           MOVE RETURN-CODE         TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-RESCFDI-ABIERTO
               CLOSE RESCFDI
           END-IF
           IF WS-TIMBRE-ABIERTO
               CLOSE TIMBRE
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
