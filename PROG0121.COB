       *>          MOVIMIENTOS SE GRABA UN PUNTO DE CONTROL (CHKPNT);   *
       *>          ARRANCANDO EN MODO REINICIO ("R") SE SALTAN LOS      *
       *>          MOVIMIENTOS YA APLICADOS Y SE CONTINUA DESDE EL      *
       *>          PUNTO DE LA FALLA. CADA ALTA Y CADA CAMBIO QUE       *
       *>          MODIFICA EL SALARIO GRABA EN EL HISTORICO DE         *
       *>          SALARIOS (SALHIS) EL SALARIO ANTERIOR, EL NUEVO Y LA *
       *>          FECHA EFECTIVA DEL MOVIMIENTO, QUE PUEDE SER         *
       *>          ANTERIOR A LA FECHA DE PROCESO (EN CEROS RIGE DESDE  *
       *>          LA FECHA DE INGRESO EN ALTAS Y DESDE LA FECHA DE     *
       *>          PROCESO EN CAMBIOS).                                 *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  REGISTRO DE INICIO/FIN EN LA BITACORA DE
       *>                 DUPLICADOS) PARA QUE ALTAS, CAMBIOS Y BAJAS
       *>                 MANTENGAN EL INDICE QUE RECORREN PROG0120 Y
       *>                 PROG0130.
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG), QUE
       *>                 SE TOMA DEL MOVIMIENTO EN ALTAS Y CAMBIOS; EL
       *>                 MOVIMIENTO PASA DE 77 A 78 BYTES Y LA BITACORA
       *>                 DE 166 A 168 BYTES.
       *>  15/10/26  ECR  EL MOVIMIENTO PASA DE 78 A 86 BYTES POR LA
       *>                 FECHA EFECTIVA; ALTAS Y CAMBIOS DE SALARIO SE
       *>                 GRABAN EN EL HISTORICO DE SALARIOS (SALHIS).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-BITACORA.
           SELECT CHKPNT ASSIGN TO UT-S-CHKPNT
               FILE STATUS IS WS-FS-CHKPNT.
           SELECT SALHIS ASSIGN TO UT-S-SALHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-LLAVE
               FILE STATUS IS WS-FS-SALHIS.

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

       FD MOVTOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 86 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-MOVTO.
       01 REG-MOVTO.
                                               ==MV-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==MV-ING-ANIO==
                        ==CPY-ING-MES==       BY ==MV-ING-MES==
                        ==CPY-ING-DIA==       BY ==MV-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==MV-FRECUENCIA-EMP==.
          05 MV-FECHA-EFEC.
             10 MV-EFEC-ANIO       PIC 9(04).
             10 MV-EFEC-MES        PIC 9(02).
             10 MV-EFEC-DIA        PIC 9(02).

       FD REPORTE
          LABEL RECORDS ARE STANDARD

       FD BITACORA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITACORA.
       01 REG-BITACORA.
       01 REG-CHKPNT.
          05 CK-MOVTOS-PROCESADOS  PIC 9(05).

       FD SALHIS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 45 CHARACTERS
          DATA RECORD IS REG-SALHIS.
       01 REG-SALHIS.
          COPY SALREG.

       WORKING-STORAGE SECTION.
       01 WS-CONTADORES.
          05 WS-LEIDOS-MOVTOS      PIC 9(05)    VALUE ZEROS.
          05 WS-CAMBIOS-OK         PIC 9(05)    VALUE ZEROS.
          05 WS-BAJAS-OK           PIC 9(05)    VALUE ZEROS.
          05 WS-RECHAZADOS         PIC 9(05)    VALUE ZEROS.
          05 WS-HIST-SALARIO       PIC 9(05)    VALUE ZEROS.

       01 WS-AREAS-HISTORIA.
          05 WS-FECHA-PROCESO.
             10 WS-PROC-ANIO       PIC 9(04)    VALUE ZEROS.
             10 WS-PROC-MES        PIC 9(02)    VALUE ZEROS.
             10 WS-PROC-DIA        PIC 9(02)    VALUE ZEROS.
          05 WS-FECHA-EFEC-HIST    PIC 9(08)    VALUE ZEROS.
          05 WS-SALARIO-ANT        PIC 9(07)V99 VALUE ZEROS.
          05 WS-ORIGEN-HIST        PIC X(01)    VALUE SPACES.

       01 WS-AREAS-REINICIO.
          05 WS-INTERVALO-CHKPNT   PIC 9(05)    VALUE 50.
          05 WS-SALTADOS           PIC 9(05)    VALUE ZEROS.

       01 WS-IMAGENES-BITACORA.
          05 WS-IMAGEN-ANTES       PIC X(77)    VALUE SPACES.
          05 WS-IMAGEN-DESPUES     PIC X(77)    VALUE SPACES.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-BITACORA-OK                 VALUE "00".
          05 WS-FS-CHKPNT          PIC X(02)    VALUE "00".
             88 WS-CHKPNT-OK                   VALUE "00".
          05 WS-FS-SALHIS          PIC X(02)    VALUE "00".
             88 WS-SALHIS-OK                   VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".
          05 WS-SW-BITACORA-ABIERTA PIC X(01)   VALUE "N".
             88 WS-BITACORA-ABIERTA            VALUE "S".
          05 WS-SW-SALHIS-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-SALHIS-ABIERTO              VALUE "S".

       01 WS-TITULO-1.
          05 FILLER                PIC X(11)    VALUE SPACES.
                                   VALUE "TOTAL DE MOVTOS RECHAZADOS:".
          05 WS-TOT-RECHAZOS       PIC 9(05).
          05 FILLER                PIC X(45)    VALUE SPACES.
       01 WS-DETALLE-HISTORIA.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL DE CAMBIOS DE SALARIO:".
          05 WS-TOT-HISTORIA       PIC 9(05).
          05 FILLER                PIC X(45)    VALUE SPACES.

       01 WS-PETICION-CTL.
          COPY CTLPET.
               GO TO 999-ABEND
           END-IF
           SET WS-BITACORA-ABIERTA TO TRUE
           OPEN I-O    SALHIS
           IF NOT WS-SALHIS-OK
               DISPLAY "PROG0121 - ERROR AL ABRIR SALHIS, FS="
                       WS-FS-SALHIS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-SALHIS-ABIERTO TO TRUE
           MOVE LK-ANIO    TO WS-PROC-ANIO
           MOVE LK-MES     TO WS-PROC-MES
           MOVE LK-DIA     TO WS-PROC-DIA
           WRITE REG-REPORTE FROM WS-TITULO-1
           IF LK-ARRANQUE-REINICIO
               GO TO 015-LEE-CHKPNT
           MOVE MV-SALARIO-EMP   TO FD-SALARIO-EMP
           MOVE MV-CUENTA-EMP    TO FD-CUENTA-EMP
           MOVE MV-FECHA-ING-EMP TO FD-FECHA-ING-EMP
           MOVE MV-FRECUENCIA-EMP TO FD-FRECUENCIA-EMP
           WRITE REG-EMPLEADOS
               INVALID KEY
                   MOVE "RECHAZADO" TO WS-DET-RESULTADO
                   MOVE "ALTA OK" TO WS-DET-RESULTADO
                   ADD 1 TO WS-ALTAS-OK
           END-WRITE
           MOVE MV-FECHA-EFEC TO WS-FECHA-EFEC-HIST
           IF WS-FECHA-EFEC-HIST = ZEROS
               MOVE FD-FECHA-ING-EMP TO WS-FECHA-EFEC-HIST
           END-IF
           IF WS-FECHA-EFEC-HIST = ZEROS
               MOVE WS-FECHA-PROCESO TO WS-FECHA-EFEC-HIST
           END-IF
           MOVE ZEROS TO WS-SALARIO-ANT
           MOVE "A"   TO WS-ORIGEN-HIST
           PERFORM 077-GRABA-HIST-SALARIO
              THRU 077-GRABA-HIST-SALARIO-EXIT
           MOVE SPACES        TO WS-IMAGEN-ANTES
           MOVE REG-EMPLEADOS TO WS-IMAGEN-DESPUES
           GO TO 075-GRABA-BITACORA.
                   GO TO 080-IMPRIME
           END-READ
           MOVE REG-EMPLEADOS  TO WS-IMAGEN-ANTES
           MOVE FD-SALARIO-EMP TO WS-SALARIO-ANT
           MOVE MV-NOMBRE-EMP    TO FD-NOMBRE-EMP
           MOVE MV-STATUS-EMP    TO FD-STATUS-EMP
           MOVE MV-DEPTO-EMP     TO FD-DEPTO-EMP
           MOVE MV-SALARIO-EMP   TO FD-SALARIO-EMP
           MOVE MV-CUENTA-EMP    TO FD-CUENTA-EMP
           MOVE MV-FECHA-ING-EMP TO FD-FECHA-ING-EMP
           MOVE MV-FRECUENCIA-EMP TO FD-FRECUENCIA-EMP
           REWRITE REG-EMPLEADOS
               INVALID KEY
                   MOVE "RECHAZADO" TO WS-DET-RESULTADO
                   MOVE "CAMBIO OK" TO WS-DET-RESULTADO
                   ADD 1 TO WS-CAMBIOS-OK
           END-REWRITE
           IF FD-SALARIO-EMP NOT = WS-SALARIO-ANT
               MOVE MV-FECHA-EFEC TO WS-FECHA-EFEC-HIST
               IF WS-FECHA-EFEC-HIST = ZEROS
                   MOVE WS-FECHA-PROCESO TO WS-FECHA-EFEC-HIST
               END-IF
               MOVE "C" TO WS-ORIGEN-HIST
               PERFORM 077-GRABA-HIST-SALARIO
                  THRU 077-GRABA-HIST-SALARIO-EXIT
           END-IF
           MOVE REG-EMPLEADOS TO WS-IMAGEN-DESPUES
           GO TO 075-GRABA-BITACORA.

           MOVE MV-NUMERO-EMP     TO BJ-NUMERO-EMP
           MOVE WS-IMAGEN-ANTES   TO BJ-IMAGEN-ANTES
           MOVE WS-IMAGEN-DESPUES TO BJ-IMAGEN-DESPUES
           WRITE REG-BITACORA
           GO TO 080-IMPRIME.

      *>---------------------------------------------------------------*
      *>GRABA EN SALHIS EL CAMBIO DE SALARIO DEL MOVIMIENTO. SI YA     *
      *>HAY UN REGISTRO DEL EMPLEADO CON LA MISMA FECHA EFECTIVA SE    *
      *>GRABA CON LA SIGUIENTE SECUENCIA.                              *
      *>---------------------------------------------------------------*
       077-GRABA-HIST-SALARIO.
           MOVE MV-NUMERO-EMP      TO SH-NUMERO-EMP
           MOVE WS-FECHA-EFEC-HIST TO SH-FECHA-EFEC
           MOVE ZEROS              TO SH-SECUENCIA
           MOVE WS-SALARIO-ANT     TO SH-SALARIO-ANT
           MOVE FD-SALARIO-EMP     TO SH-SALARIO-NVO
           MOVE WS-ORIGEN-HIST     TO SH-ORIGEN
           MOVE ZEROS              TO SH-NUM-REGLA
           MOVE WS-FECHA-PROCESO   TO SH-FECHA-REG.
       077-ESCRIBE-HIST.
           WRITE REG-SALHIS
               INVALID KEY
                   IF SH-SECUENCIA < 99
                       ADD 1 TO SH-SECUENCIA
                       GO TO 077-ESCRIBE-HIST
                   END-IF
           END-WRITE
           IF NOT WS-SALHIS-OK
               DISPLAY "PROG0121 - ERROR AL GRABAR SALHIS, FS="
                       WS-FS-SALHIS " EMP=" SH-NUMERO-EMP
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-HIST-SALARIO.
       077-GRABA-HIST-SALARIO-EXIT.
           EXIT.

       080-IMPRIME.
           MOVE MV-NUMERO-EMP TO WS-DET-NUMERO
           WRITE REG-REPORTE FROM WS-DETALLE-SALTADOS
           MOVE WS-RECHAZADOS    TO WS-TOT-RECHAZOS
           WRITE REG-REPORTE FROM WS-DETALLE-RECHAZOS
           MOVE WS-HIST-SALARIO  TO WS-TOT-HISTORIA
           WRITE REG-REPORTE FROM WS-DETALLE-HISTORIA
           MOVE ZEROS TO CK-MOVTOS-PROCESADOS
           OPEN OUTPUT CHKPNT
           IF NOT WS-CHKPNT-OK
                 MOVTOS
                 REPORTE
                 BITACORA
                 SALHIS
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA
           END-IF
           IF WS-SALHIS-ABIERTO
               CLOSE SALHIS
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
