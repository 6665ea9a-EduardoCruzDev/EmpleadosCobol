       *>                 SIN CONSUMIR EL STATUS DEL PERIODO.
       *>  02/09/26  ECR  EL MAESTRO DE EMPLEADOS PASA DE 68 A 76
       *>                 BYTES POR LA FECHA DE INGRESO (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 80 A 98 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS) QUE
       *>                 APLICA PROG0122.
       *>  15/10/26  ECR  CORRIDA DE FINIQUITOS ("F") PARA EL FINNET DE
       *>                 PROG0142: SIN CANDADO DE PERCTL NI REQUISITO
       *>                 DE PROG0124, LA CUENTA CLABE SE TOMA DEL
       *>                 REGISTRO DE FINIQUITOS (FINHIS) PORQUE EL
       *>                 EMPLEADO YA NO ESTA EN EL MAESTRO, Y CADA
       *>                 FINIQUITO DEPOSITADO QUEDA MARCADO COMO
       *>                 PAGADO.
       *>  15/10/26  ECR  NOMINA QUINCENAL: LA CORRIDA ORDINARIA RECIBE
       *>                 LA QUINCENA DEL PERIODO (0 MENSUAL, 1 O 2)
       *>                 PARA LA LLAVE DE PERCTL. EL MAESTRO PASA DE 76
       *>                 A 77 BYTES (EMPREG).
       *>  15/10/26  ECR  EL REGISTRO DE NETOS PASA DE 98 A 107 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (NETREG).
       *>  15/10/26  ECR  EL CALENDARIO DE PERIODOS (PERCTL) PASA DE 8 A
       *>                 9 BYTES POR EL STATUS DE TIMBRADO (PERREG).
       *>  15/10/26  ECR  CORRIDA DE BAJAS ("B") PARA PAGOS A EMPLEADOS
       *>                 YA DADOS DE BAJA FUERA DEL FINIQUITO (FONDO DE
       *>                 AHORRO DE PROG0150): LA CUENTA SE TOMA DE
       *>                 FINHIS SIN REVISAR NI MARCAR EL STATUS DEL
       *>                 FINIQUITO.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-PERIODO
               FILE STATUS IS WS-FS-PERCTL.
           SELECT FINHIS ASSIGN TO UT-S-FINHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-NUMERO-EMP
               FILE STATUS IS WS-FS-FINHIS.

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

       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.

       FD FINHIS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 141 CHARACTERS
          DATA RECORD IS REG-FINHIS.
       01 REG-FINHIS.
          COPY FINREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-NETOS       PIC 9(05)    VALUE ZEROS.
             88 WS-REPORTE-OK                  VALUE "00".
          05 WS-FS-PERCTL          PIC X(02)    VALUE "00".
             88 WS-PERCTL-OK                   VALUE "00".
          05 WS-FS-FINHIS          PIC X(02)    VALUE "00".
             88 WS-FINHIS-OK                   VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".
          05 WS-SW-PERCTL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-PERCTL-ABIERTO              VALUE "S".
          05 WS-SW-FINHIS-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FINHIS-ABIERTO              VALUE "S".

       01 WS-DISP-ENCABEZADO.
          05 FILLER                PIC X(01)    VALUE "H".
          05 LK-TIPO-CORRIDA       PIC X(01).
             88 LK-CORRIDA-ORDINARIA          VALUE "O" SPACE.
             88 LK-CORRIDA-EXTRAORDINARIA     VALUE "E".
             88 LK-CORRIDA-FINIQUITO          VALUE "F".
             88 LK-CORRIDA-BAJAS              VALUE "B".
          05 LK-QUINCENA           PIC 9(01).
             88 LK-NOMINA-MENSUAL             VALUE 0.
             88 LK-NOMINA-QUINCENAL           VALUE 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF NOT LK-CORRIDA-ORDINARIA AND
              NOT LK-CORRIDA-EXTRAORDINARIA AND
              NOT LK-CORRIDA-FINIQUITO AND
              NOT LK-CORRIDA-BAJAS
               DISPLAY "PROG0125 - TIPO DE CORRIDA INVALIDO: "
                       LK-TIPO-CORRIDA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF LK-CORRIDA-EXTRAORDINARIA OR LK-CORRIDA-FINIQUITO OR
              LK-CORRIDA-BAJAS
               GO TO 012-ABRE-ARCHIVOS
           END-IF
           IF LK-QUINCENA IS NOT NUMERIC
               DISPLAY "PROG0125 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF NOT LK-NOMINA-MENSUAL AND NOT LK-NOMINA-QUINCENAL
               DISPLAY "PROG0125 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-CTL-CONSULTA TO TRUE
           MOVE "PROG0124" TO WS-CTL-PROGRAMA
           CALL "PROG0137" USING WS-PETICION-CTL
      *>FUERA DE NOMINA) ENTRA DIRECTO AQUI: NO EXIGE EL CUADRE DE     *
      *>PROG0124 NI TOCA PERCTL, PARA NO CONSUMIR LA TRANSICION        *
      *>CUADRADO -> DISPERSADO QUE PROTEGE LA NOMINA ORDINARIA.        *
      *>LA CORRIDA DE FINIQUITOS ("F") DISPERSA EL FINNET DE PROG0142: *
      *>LOS EMPLEADOS YA NO ESTAN EN EL MAESTRO, ASI QUE LA CUENTA SE  *
      *>TOMA DEL REGISTRO DE FINIQUITOS (FINHIS), QUE AL DEPOSITAR     *
      *>QUEDA COMO PAGADO PARA NO PAGAR DOS VECES EL MISMO FINIQUITO.  *
      *>LA CORRIDA DE BAJAS ("B") DISPERSA OTROS PAGOS A EMPLEADOS YA  *
      *>DADOS DE BAJA, COMO EL FONDO DE AHORRO DE PROG0150: TOMA LA    *
      *>CUENTA DE FINHIS PERO NO REVISA NI CAMBIA EL STATUS DEL        *
      *>FINIQUITO, QUE NORMALMENTE YA SE PAGO.                         *
      *>---------------------------------------------------------------*
       012-ABRE-ARCHIVOS.
           OPEN INPUT  EMPLEADOS
           IF LK-CORRIDA-EXTRAORDINARIA
               GO TO 015-ENCABEZA
           END-IF
           IF LK-CORRIDA-FINIQUITO OR LK-CORRIDA-BAJAS
               GO TO 013-ABRE-FINIQUITOS
           END-IF
           OPEN I-O    PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0125 - ERROR AL ABRIR PERCTL, FS="
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE
           MOVE LK-ANIO     TO PE-ANIO
           MOVE LK-MES      TO PE-MES
           MOVE LK-QUINCENA TO PE-QUINCENA
           READ PERCTL
               INVALID KEY
                   DISPLAY "PROG0125 - PERIODO " PE-PERIODO
                       PE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           GO TO 015-ENCABEZA.

       013-ABRE-FINIQUITOS.
           OPEN I-O    FINHIS
           IF NOT WS-FINHIS-OK
               DISPLAY "PROG0125 - ERROR AL ABRIR FINHIS, FS="
                       WS-FS-FINHIS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FINHIS-ABIERTO TO TRUE.

       015-ENCABEZA.
           WRITE REG-REPORTE FROM WS-TITULO-1
           READ NETOS AT END
                GO TO 100-FIN.
           ADD 1 TO WS-LEIDOS-NETOS
           IF LK-CORRIDA-FINIQUITO OR LK-CORRIDA-BAJAS
               GO TO 025-BUSCA-FINIQUITO
           END-IF
           MOVE NT-NUMERO-EMP TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
               MOVE "SIN CUENTA CLABE " TO WS-RCH-MOTIVO
               GO TO 040-RECHAZA
           END-IF
           MOVE FD-CUENTA-EMP   TO WS-DET-CTA-EMPLEADO
           GO TO 030-DISPERSA.

       025-BUSCA-FINIQUITO.
           MOVE NT-NUMERO-EMP TO FQ-NUMERO-EMP
           READ FINHIS
               INVALID KEY
                   MOVE "SIN FINIQUITO    " TO WS-RCH-MOTIVO
                   GO TO 040-RECHAZA
           END-READ
           IF LK-CORRIDA-FINIQUITO AND NOT FQ-PENDIENTE-PAGO
               MOVE "FINIQUITO PAGADO " TO WS-RCH-MOTIVO
               GO TO 040-RECHAZA
           END-IF
           IF FQ-CUENTA-EMP = ZEROS
               MOVE "SIN CUENTA CLABE " TO WS-RCH-MOTIVO
               GO TO 040-RECHAZA
           END-IF
           MOVE FQ-CUENTA-EMP   TO WS-DET-CTA-EMPLEADO
           GO TO 030-DISPERSA.

       030-DISPERSA.
           MOVE NT-SALARIO-NETO TO WS-DET-IMPORTE
           MOVE NT-NUMERO-EMP   TO WS-DET-NUMERO-EMP
           WRITE REG-DISPER FROM WS-DISP-DETALLE
           ADD 1 TO WS-DISPERSADOS
           ADD NT-SALARIO-NETO TO WS-TOTAL-DISPERSADO
           IF LK-CORRIDA-FINIQUITO
               SET FQ-PAGADO TO TRUE
               REWRITE REG-FINHIS
                   INVALID KEY
                       DISPLAY "PROG0125 - ERROR AL ACTUALIZAR"
                               " FINHIS " FQ-NUMERO-EMP
                               " FS=" WS-FS-FINHIS
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-REWRITE
           END-IF
           GO TO 020-LEE.

       040-RECHAZA.
           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-FINHIS-ABIERTO
               CLOSE FINHIS
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-FINHIS-ABIERTO
               CLOSE FINHIS
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
