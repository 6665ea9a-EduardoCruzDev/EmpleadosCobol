       *>OBJETIVO: CIERRE DEL PERIODO DE NOMINA EN EL CALENDARIO DE    *
       *>          CONTROL (PERCTL). SE CORRE DESPUES DE CONCILIAR EL  *
       *>          RETORNO DEL BANCO CON PROG0131: RECIBE EL PERIODO   *
       *>          (AAAAMMQ, Q = 0 MENSUAL, 1 O 2 QUINCENA) POR        *
       *>          PARAMETRO, EXIGE QUE ESTE EN STATUS                 *
       *>          DISPERSADO Y LO AVANZA A CERRADO. UN PERIODO        *
       *>          CERRADO YA NO SE PUEDE RECALCULAR NI PAGAR          *
       *>          (PROG0122 / PROG0125 LO RECHAZAN).                  *
       *>  02/09/26  ECR  SE RECIBE LA FECHA DE PROCESO Y SE REGISTRA
       *>                 INICIO/FIN EN LA BITACORA DE CORRIDAS
       *>                 (RUNCTL) VIA PROG0137.
       *>  15/10/26  ECR  NOMINA QUINCENAL: EL PERIODO SE RECIBE COMO
       *>                 AAAAMMQ; LA QUINCENA (0 MENSUAL, 1 O 2)
       *>                 COMPLETA LA LLAVE DE PERCTL, QUE PASA DE 7 A 8
       *>                 BYTES.
       *>  15/10/26  ECR  EL CALENDARIO DE PERIODOS (PERCTL) PASA DE 8 A
       *>                 9 BYTES POR EL STATUS DE TIMBRADO (PERREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.
       01 WS-DETALLE-CIERRE.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(09)    VALUE "PERIODO: ".
          05 WS-DET-PERIODO        PIC 9(07).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-RESULTADO      PIC X(30).
          05 FILLER                PIC X(11)    VALUE SPACES.

       01 WS-PETICION-CTL.
          COPY CTLPET.

       01 LK-PARAMETROS.
          05 FILLER                PIC X(02).
          05 LK-PERIODO-CIERRE.
             10 LK-PERIODO         PIC 9(06).
             10 LK-QUINCENA        PIC 9(01).
                88 LK-QUINCENA-VALIDA         VALUE 0 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-QUINCENA IS NOT NUMERIC
               DISPLAY "PROG0135 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF NOT LK-QUINCENA-VALIDA
               DISPLAY "PROG0135 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN I-O    PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0135 - ERROR AL ABRIR PERCTL, FS="
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           WRITE REG-REPORTE FROM WS-TITULO-1
           MOVE LK-PERIODO-CIERRE TO WS-DET-PERIODO.

       020-CIERRA.
           MOVE LK-PERIODO-CIERRE TO PE-PERIODO
           READ PERCTL
               INVALID KEY
                   DISPLAY "PROG0135 - PERIODO " LK-PERIODO-CIERRE
                           " SIN REGISTRO EN PERCTL"
                   MOVE "SIN REGISTRO EN PERCTL" TO WS-DET-RESULTADO
                   WRITE REG-REPORTE FROM WS-DETALLE-CIERRE
                   GO TO 100-FIN
           END-READ
           IF PE-CERRADO
               DISPLAY "PROG0135 - PERIODO " LK-PERIODO-CIERRE
                       " YA CERRADO"
               MOVE "YA ESTABA CERRADO"      TO WS-DET-RESULTADO
               WRITE REG-REPORTE FROM WS-DETALLE-CIERRE
               MOVE 8 TO RETURN-CODE
               GO TO 100-FIN
           END-IF
           IF NOT PE-DISPERSADO
               DISPLAY "PROG0135 - PERIODO " LK-PERIODO-CIERRE
                       " NO ESTA DISPERSADO, STATUS=" PE-STATUS
               MOVE "NO ESTA DISPERSADO"     TO WS-DET-RESULTADO
               WRITE REG-REPORTE FROM WS-DETALLE-CIERRE
           REWRITE REG-PERCTL
               INVALID KEY
                   DISPLAY "PROG0135 - ERROR AL ACTUALIZAR PERCTL "
                           LK-PERIODO-CIERRE " FS=" WS-FS-PERCTL
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
