       *>          SE LE APLICA LA PRIMERA REGLA QUE LE CORRESPONDE.    *
       *>          IMPRIME ANTES/DESPUES POR EMPLEADO Y TOTALES DE      *
       *>          NOMINA VIEJA Y NUEVA. EN MODO SIMULACION ("S" POR    *
       *>          PARM) SOLO IMPRIME, NO REESCRIBE EL MAESTRO. EL PARM *
       *>          TRAE TAMBIEN LA FECHA EFECTIVA DEL AJUSTE (AAAAMMDD, *
       *>          EN CEROS LA FECHA DE PROCESO), QUE PUEDE SER PASADA; *
       *>          EN MODO DEFINITIVO CADA SALARIO AJUSTADO SE GRABA EN *
       *>          EL HISTORICO DE SALARIOS (SALHIS) CON ESA FECHA Y EL *
       *>          NUMERO DE LA REGLA APLICADA, Y EN LA BITACORA DE     *
       *>          AUDITORIA (BITACORA) LA IMAGEN DEL REGISTRO ANTES Y  *
       *>          DESPUES DEL AJUSTE, COMO UN CAMBIO DE PROG0121.      *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  SE RECIBE LA FECHA DE PROCESO Y SE REGISTRA
       *>                 (RUNCTL) VIA PROG0137.
       *>  02/09/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 68 A 76
       *>                 BYTES POR LA FECHA DE INGRESO (EMPREG).
       *>  15/10/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 76 A 77
       *>                 BYTES POR LA FRECUENCIA DE PAGO (EMPREG).
       *>  15/10/26  ECR  SE RECIBE POR PARM LA FECHA EFECTIVA DEL
       *>                 AJUSTE (PUEDE SER PASADA) Y EN MODO DEFINITIVO
       *>                 CADA SALARIO AJUSTADO SE GRABA EN EL HISTORICO
       *>                 DE SALARIOS (SALHIS) CON EL NUMERO DE REGLA.
       *>  15/10/26  ECR  EN MODO DEFINITIVO CADA AJUSTE SE GRABA
       *>                 TAMBIEN EN LA BITACORA DE AUDITORIA (BITACORA)
       *>                 COMO UN CAMBIO CON IMAGEN ANTES/DESPUES, PARA
       *>                 QUE LA RECONSTRUCCION DEL MAESTRO (PROG0149)
       *>                 LO VEA.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-PARAMAJ.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.
           SELECT SALHIS ASSIGN TO UT-S-SALHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-LLAVE
               FILE STATUS IS WS-FS-SALHIS.
           SELECT BITACORA ASSIGN TO UT-S-BITACORA
               FILE STATUS IS WS-FS-BITACORA.

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

       FD PARAMAJ
          LABEL RECORDS ARE STANDARD
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       FD SALHIS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 45 CHARACTERS
          DATA RECORD IS REG-SALHIS.
       01 REG-SALHIS.
          COPY SALREG.

       FD BITACORA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITACORA.
       01 REG-BITACORA.
          COPY BITREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-EMP         PIC 9(05)    VALUE ZEROS.
          05 WS-SALARIO-NUEVO      PIC 9(07)V99 VALUE ZEROS.
          05 WS-NOMINA-ANTERIOR    PIC 9(09)V99 VALUE ZEROS.
          05 WS-NOMINA-NUEVA       PIC 9(09)V99 VALUE ZEROS.
          05 WS-HIST-SALARIO       PIC 9(05)    VALUE ZEROS.
          05 WS-DIA-TOPE           PIC 9(02)    VALUE ZEROS.
          05 WS-COCIENTE           PIC 9(04)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(03)    VALUE ZEROS.
          05 WS-FECHA-PROCESO.
             10 WS-PROC-ANIO       PIC 9(04)    VALUE ZEROS.
             10 WS-PROC-MES        PIC 9(02)    VALUE ZEROS.
             10 WS-PROC-DIA        PIC 9(02)    VALUE ZEROS.
          05 WS-FECHA-EFEC.
             10 WS-EFEC-ANIO       PIC 9(04)    VALUE ZEROS.
             10 WS-EFEC-MES        PIC 9(02)    VALUE ZEROS.
             10 WS-EFEC-DIA        PIC 9(02)    VALUE ZEROS.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-PARAMAJ-OK                  VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".
          05 WS-FS-SALHIS          PIC X(02)    VALUE "00".
             88 WS-SALHIS-OK                   VALUE "00".
          05 WS-FS-BITACORA        PIC X(02)    VALUE "00".
             88 WS-BITACORA-OK                 VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-PARAMAJ-CERRADO             VALUE "N".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".
          05 WS-SW-SALHIS-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-SALHIS-ABIERTO              VALUE "S".
          05 WS-SW-BITACORA-ABIERTA PIC X(01)   VALUE "N".
             88 WS-BITACORA-ABIERTA            VALUE "S".

       01 WS-TABLA-REGLAS.
          05 WS-CANT-REGLAS        PIC 9(05)    VALUE ZEROS.
             VALUE "AJUSTE MASIVO DE SALARIOS -".
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-TIT-MODO           PIC X(10).
          05 FILLER                PIC X(18)
                                   VALUE "  FECHA EFECTIVA: ".
          05 WS-TIT-EFEC-DIA       PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-TIT-EFEC-MES       PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-TIT-EFEC-ANIO      PIC 9(04).
          05 FILLER                PIC X(23)    VALUE SPACES.

       01 WS-DETALLE-AJUSTE.
          05 FILLER                PIC X(01).
                                   VALUE "NOMINA NUEVA:".
          05 WS-TOT-NOM-NVA        PIC Z(08)9.99.
          05 FILLER                PIC X(58)    VALUE SPACES.
       01 WS-DETALLE-HISTORIA.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "REGISTROS EN HISTORICO:".
          05 WS-TOT-HISTORIA       PIC 9(05).
          05 FILLER                PIC X(65)    VALUE SPACES.

       01 WS-PETICION-CTL.
          COPY CTLPET.
          05 LK-MODO-EJECUCION     PIC X(01).
             88 LK-MODO-SIMULACION            VALUE "S".
             88 LK-MODO-DEFINITIVO            VALUE "R".
          05 LK-FECHA-EFECTIVA.
             10 LK-EFEC-ANIO       PIC 9(04).
             10 LK-EFEC-MES        PIC 9(02).
             10 LK-EFEC-DIA        PIC 9(02).

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-ANIO    TO WS-PROC-ANIO
           MOVE LK-MES     TO WS-PROC-MES
           MOVE LK-DIA     TO WS-PROC-DIA.

      *>---------------------------------------------------------------*
      *>LA FECHA EFECTIVA DEL AJUSTE PUEDE SER PASADA (AUMENTO         *
      *>NEGOCIADO ANTES DE SU AUTORIZACION) PERO NO FUTURA; DEBE SER   *
      *>UNA FECHA REAL, CON LA MISMA REGLA DE PROG0126 PARA LA FECHA   *
      *>DE INGRESO. EN CEROS (O EN BLANCO) RIGE DESDE LA FECHA DE      *
      *>PROCESO. CON ELLA PROG0144 CALCULA LOS RETROACTIVOS.           *
      *>---------------------------------------------------------------*
       012-VALIDA-FECHA-EFEC.
           IF LK-FECHA-EFECTIVA = SPACES OR
              LK-FECHA-EFECTIVA = ZEROS
               MOVE WS-FECHA-PROCESO TO WS-FECHA-EFEC
               GO TO 014-ABRE-ARCHIVOS
           END-IF
           IF LK-FECHA-EFECTIVA IS NOT NUMERIC
               DISPLAY "PROG0129 - FECHA EFECTIVA NO NUMERICA: "
                       LK-FECHA-EFECTIVA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-FECHA-EFECTIVA TO WS-FECHA-EFEC
           IF WS-EFEC-ANIO < 1950 OR
              WS-EFEC-MES < 01 OR WS-EFEC-MES > 12 OR
              WS-EFEC-DIA < 01
               DISPLAY "PROG0129 - FECHA EFECTIVA INVALIDA: "
                       LK-FECHA-EFECTIVA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE 31 TO WS-DIA-TOPE
           IF WS-EFEC-MES = 04 OR WS-EFEC-MES = 06 OR
              WS-EFEC-MES = 09 OR WS-EFEC-MES = 11
               MOVE 30 TO WS-DIA-TOPE
           END-IF
           IF WS-EFEC-MES = 02
               MOVE 28 TO WS-DIA-TOPE
               DIVIDE WS-EFEC-ANIO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 29 TO WS-DIA-TOPE
               END-IF
               DIVIDE WS-EFEC-ANIO BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 28 TO WS-DIA-TOPE
                   DIVIDE WS-EFEC-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESIDUO
                   IF WS-RESIDUO = ZEROS
                       MOVE 29 TO WS-DIA-TOPE
                   END-IF
               END-IF
           END-IF
           IF WS-EFEC-DIA > WS-DIA-TOPE
               DISPLAY "PROG0129 - FECHA EFECTIVA INVALIDA: "
                       LK-FECHA-EFECTIVA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF WS-FECHA-EFEC > WS-FECHA-PROCESO
               DISPLAY "PROG0129 - FECHA EFECTIVA POSTERIOR A LA DE "
                       "PROCESO: " LK-FECHA-EFECTIVA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF.

       014-ABRE-ARCHIVOS.
           MOVE WS-EFEC-DIA  TO WS-TIT-EFEC-DIA
           MOVE WS-EFEC-MES  TO WS-TIT-EFEC-MES
           MOVE WS-EFEC-ANIO TO WS-TIT-EFEC-ANIO
           IF LK-MODO-SIMULACION
               MOVE "SIMULACION" TO WS-TIT-MODO
               OPEN INPUT EMPLEADOS
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           IF LK-MODO-DEFINITIVO
               OPEN I-O SALHIS
               IF NOT WS-SALHIS-OK
                   DISPLAY "PROG0129 - ERROR AL ABRIR SALHIS, FS="
                           WS-FS-SALHIS
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
               END-IF
               SET WS-SALHIS-ABIERTO TO TRUE
               OPEN EXTEND BITACORA
               IF NOT WS-BITACORA-OK
                   DISPLAY "PROG0129 - ERROR AL ABRIR BITACORA, FS="
                           WS-FS-BITACORA
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
               END-IF
               SET WS-BITACORA-ABIERTA TO TRUE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1.

       015-CARGA-REGLAS.
           IF LK-MODO-SIMULACION
               GO TO 020-LEE
           END-IF
           MOVE FD-NUMERO-EMP    TO SH-NUMERO-EMP
           MOVE WS-FECHA-EFEC    TO SH-FECHA-EFEC
           MOVE ZEROS            TO SH-SECUENCIA
           MOVE FD-SALARIO-EMP   TO SH-SALARIO-ANT
           MOVE WS-SALARIO-NUEVO TO SH-SALARIO-NVO
           SET SH-ES-AJUSTE-MASIVO TO TRUE
           MOVE WS-SUB           TO SH-NUM-REGLA
           MOVE WS-FECHA-PROCESO TO SH-FECHA-REG
           MOVE FD-REG-EMPLEADOS TO BJ-IMAGEN-ANTES
           MOVE WS-SALARIO-NUEVO TO FD-SALARIO-EMP
           REWRITE REG-EMPLEADOS
               INVALID KEY
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           IF SH-SALARIO-NVO = SH-SALARIO-ANT
               GO TO 020-LEE
           END-IF
           SET BJ-ES-CAMBIO      TO TRUE
           MOVE WS-FECHA-PROCESO TO BJ-FECHA-PROC
           MOVE FD-NUMERO-EMP    TO BJ-NUMERO-EMP
           MOVE FD-REG-EMPLEADOS TO BJ-IMAGEN-DESPUES
           WRITE REG-BITACORA
           IF NOT WS-BITACORA-OK
               DISPLAY "PROG0129 - ERROR AL GRABAR BITACORA, FS="
                       WS-FS-BITACORA " EMP=" FD-NUMERO-EMP
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF.

      *>---------------------------------------------------------------*
      *>SI EL EMPLEADO YA TIENE UN CAMBIO CON LA MISMA FECHA EFECTIVA  *
      *>SE GRABA CON LA SIGUIENTE SECUENCIA.                           *
      *>---------------------------------------------------------------*
       042-GRABA-HISTORIA.
           WRITE REG-SALHIS
               INVALID KEY
                   IF SH-SECUENCIA < 99
                       ADD 1 TO SH-SECUENCIA
                       GO TO 042-GRABA-HISTORIA
                   END-IF
           END-WRITE
           IF NOT WS-SALHIS-OK
               DISPLAY "PROG0129 - ERROR AL GRABAR SALHIS, FS="
                       WS-FS-SALHIS " EMP=" SH-NUMERO-EMP
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-HIST-SALARIO
           GO TO 020-LEE.

       045-EXCEDIDO.
           WRITE REG-REPORTE FROM WS-DETALLE-NOM-ANT
           MOVE WS-NOMINA-NUEVA    TO WS-TOT-NOM-NVA
           WRITE REG-REPORTE FROM WS-DETALLE-NOM-NVA
           IF LK-MODO-DEFINITIVO
               MOVE WS-HIST-SALARIO TO WS-TOT-HISTORIA
               WRITE REG-REPORTE FROM WS-DETALLE-HISTORIA
               CLOSE SALHIS
                     BITACORA
           END-IF
           CLOSE EMPLEADOS
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           IF WS-SALHIS-ABIERTO
               CLOSE SALHIS
           END-IF
           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
