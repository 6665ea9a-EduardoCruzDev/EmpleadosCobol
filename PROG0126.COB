       *>          DE RANGO) Y SEPARA: LOS MOVIMIENTOS LIMPIOS SE       *
       *>          GRABAN EN ACEPTA (ENTRADA DE PROG0121) Y LOS MALOS   *
       *>          EN RECICLA CON UN CODIGO DE MOTIVO POR CAMPO PARA    *
       *>          QUE CAPTURA LOS CORRIJA Y REENVIE. LA FECHA EFECTIVA *
       *>          DEL SALARIO PUEDE VENIR EN CEROS (LA DEFINE          *
       *>          PROG0121) O SER UNA FECHA REAL NO POSTERIOR A LA     *
       *>          FECHA DE PROCESO NI, EN ALTAS, ANTERIOR AL INGRESO.  *
       *>          LA CUENTA, SI VIENE, DEBE SER UNA CLABE CORRECTA     *
       *>          (PROG0147).                                          *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  SE RECIBE LA FECHA DE PROCESO Y SE REGISTRA
       *>                 INGRESO QUE SE AGREGO A EMPREG, CON SU
       *>                 PROPIO CODIGO DE MOTIVO; EL MOVIMIENTO PASA
       *>                 DE 69 A 77 BYTES.
       *>  15/10/26  ECR  SE VALIDA LA FRECUENCIA DE PAGO QUE SE
       *>                 AGREGO A EMPREG ("M" MENSUAL O "Q"
       *>                 QUINCENAL), CON SU PROPIO CODIGO DE MOTIVO;
       *>                 EL MOVIMIENTO PASA DE 77 A 78 BYTES.
       *>  15/10/26  ECR  SE VALIDA LA FECHA EFECTIVA DEL SALARIO QUE
       *>                 SE AGREGO AL MOVIMIENTO (OPCIONAL, REAL, NO
       *>                 FUTURA NI ANTERIOR AL INGRESO EN ALTAS), CON
       *>                 SU PROPIO CODIGO DE MOTIVO; EL MOVIMIENTO
       *>                 PASA DE 78 A 86 BYTES Y RECICLA DE 97 A 106.
       *>  15/10/26  ECR  SE VALIDA LA CUENTA CLABE DE LOS MOVIMIENTOS
       *>                 QUE TRAEN CUENTA CON LA RUTINA PROG0147: BANCO
       *>                 Y PLAZA (MOTIVO "B") Y DIGITO VERIFICADOR
       *>                 (MOTIVO "D").
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
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

       FD DEPTOS
          LABEL RECORDS ARE STANDARD

       FD ACEPTA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 86 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-ACEPTA.
       01 REG-ACEPTA               PIC X(86).

       FD RECICLA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 106 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-RECICLA.
       01 REG-RECICLA.
          05 WS-DIA-TOPE           PIC 9(02)    VALUE ZEROS.
          05 WS-COCIENTE           PIC 9(04)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(03)    VALUE ZEROS.
          05 WS-FECHA-PROCESO.
             10 WS-PROC-ANIO       PIC 9(04)    VALUE ZEROS.
             10 WS-PROC-MES        PIC 9(02)    VALUE ZEROS.
             10 WS-PROC-DIA        PIC 9(02)    VALUE ZEROS.
          05 WS-SW-MOVTO-LIMPIO    PIC X(01)    VALUE "S".
             88 WS-MOVTO-LIMPIO                VALUE "S".
             88 WS-MOVTO-SUCIO                 VALUE "N".
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-RCH-NOMBRE         PIC X(30).
          05 FILLER                PIC X(11)    VALUE "  MOTIVOS: ".
          05 WS-RCH-MOTIVOS        PIC X(11).
          05 FILLER                PIC X(04)    VALUE SPACES.

       01 WS-DETALLE-LEIDOS.
          05 FILLER                PIC X(01).
       01 WS-PETICION-CTL.
          COPY CTLPET.

       01 WS-PETICION-CLB.
          COPY CLBPET.

       LINKAGE SECTION.
       01 LK-FECHA.
          05 FILLER                PIC X(02).
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           MOVE LK-ANIO    TO WS-PROC-ANIO
           MOVE LK-MES     TO WS-PROC-MES
           MOVE LK-DIA     TO WS-PROC-DIA
           WRITE REG-REPORTE FROM WS-TITULO-1.

       015-CARGA-CATALOGOS.
           IF MV-CUENTA-EMP IS NOT NUMERIC
               MOVE "N" TO RC-MOT-CUENTA
               SET WS-MOVTO-SUCIO TO TRUE
           ELSE
               IF MV-CUENTA-EMP NOT = ZEROS
                   PERFORM 052-VALIDA-CLABE THRU 052-VALIDA-CLABE-EXIT
               END-IF
           END-IF
           IF MV-FRECUENCIA-EMP NOT = "M" AND
              MV-FRECUENCIA-EMP NOT = "Q"
               MOVE "I" TO RC-MOT-FRECUENCIA
               SET WS-MOVTO-SUCIO TO TRUE
           END-IF
           GO TO 055-VALIDA-FECHA-ING.

      *>---------------------------------------------------------------*
      *>UNA CUENTA CAPTURADA DEBE SER UNA CLABE CORRECTA: BANCO DEL    *
      *>CATALOGO Y PLAZA ("B") Y DIGITO VERIFICADOR ("D"), PARA QUE UN *
      *>ERROR DE CAPTURA NO LLEGUE A LA DISPERSION (PROG0125). LA      *
      *>CUENTA EN CEROS SIGUE PERMITIDA: PROG0125 NO LA DEPOSITA.      *
      *>---------------------------------------------------------------*
       052-VALIDA-CLABE.
           MOVE MV-CUENTA-EMP TO WS-CLB-CUENTA
           CALL "PROG0147" USING WS-PETICION-CLB
           IF WS-CLB-BANCO-INVALIDO OR WS-CLB-PLAZA-INVALIDA
               MOVE "B" TO RC-MOT-CUENTA
               SET WS-MOVTO-SUCIO TO TRUE
           END-IF
           IF WS-CLB-DIGITO-INVALIDO
               MOVE "D" TO RC-MOT-CUENTA
               SET WS-MOVTO-SUCIO TO TRUE
           END-IF.
       052-VALIDA-CLABE-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>LA FECHA DE INGRESO DEBE SER UNA FECHA REAL: NUMERICA, MES DE  *
      *>01 A 12 Y DIA DENTRO DEL MES, CON FEBRERO DE 29 SOLO EN ANIO   *
           IF MV-FECHA-ING-EMP IS NOT NUMERIC
               MOVE "N" TO RC-MOT-FECHA-ING
               SET WS-MOVTO-SUCIO TO TRUE
               GO TO 057-VALIDA-FECHA-EFEC
           END-IF
           IF MV-ING-ANIO < 1950 OR
              MV-ING-MES < 01 OR MV-ING-MES > 12 OR
              MV-ING-DIA < 01
               MOVE "I" TO RC-MOT-FECHA-ING
               SET WS-MOVTO-SUCIO TO TRUE
               GO TO 057-VALIDA-FECHA-EFEC
           END-IF
           MOVE 31 TO WS-DIA-TOPE
           IF MV-ING-MES = 04 OR MV-ING-MES = 06 OR
               MOVE "I" TO RC-MOT-FECHA-ING
               SET WS-MOVTO-SUCIO TO TRUE
           END-IF
           GO TO 057-VALIDA-FECHA-EFEC.

      *>---------------------------------------------------------------*
      *>LA FECHA EFECTIVA DEL SALARIO ES OPCIONAL: EN CEROS PROG0121   *
      *>TOMA LA FECHA DE INGRESO EN ALTAS Y LA DE PROCESO EN CAMBIOS.  *
      *>SI VIENE DEBE SER UNA FECHA REAL (MISMA REGLA QUE LA DE        *
      *>INGRESO), PUEDE SER PASADA PERO NO POSTERIOR A LA FECHA DE     *
      *>PROCESO, Y EN UNA ALTA NO PUEDE SER ANTERIOR AL INGRESO. DE    *
      *>ELLA DEPENDEN LOS RETROACTIVOS QUE CALCULA PROG0144.           *
      *>---------------------------------------------------------------*
       057-VALIDA-FECHA-EFEC.
           IF MV-FECHA-EFEC IS NOT NUMERIC
               MOVE "N" TO RC-MOT-FECHA-EFEC
               SET WS-MOVTO-SUCIO TO TRUE
               GO TO 060-DICTAMINA
           END-IF
           IF MV-FECHA-EFEC = ZEROS
               GO TO 060-DICTAMINA
           END-IF
           IF MV-EFEC-ANIO < 1950 OR
              MV-EFEC-MES < 01 OR MV-EFEC-MES > 12 OR
              MV-EFEC-DIA < 01
               MOVE "I" TO RC-MOT-FECHA-EFEC
               SET WS-MOVTO-SUCIO TO TRUE
               GO TO 060-DICTAMINA
           END-IF
           MOVE 31 TO WS-DIA-TOPE
           IF MV-EFEC-MES = 04 OR MV-EFEC-MES = 06 OR
              MV-EFEC-MES = 09 OR MV-EFEC-MES = 11
               MOVE 30 TO WS-DIA-TOPE
           END-IF
           IF MV-EFEC-MES = 02
               MOVE 28 TO WS-DIA-TOPE
               DIVIDE MV-EFEC-ANIO BY 4 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 29 TO WS-DIA-TOPE
               END-IF
               DIVIDE MV-EFEC-ANIO BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESIDUO
               IF WS-RESIDUO = ZEROS
                   MOVE 28 TO WS-DIA-TOPE
                   DIVIDE MV-EFEC-ANIO BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESIDUO
                   IF WS-RESIDUO = ZEROS
                       MOVE 29 TO WS-DIA-TOPE
                   END-IF
               END-IF
           END-IF
           IF MV-EFEC-DIA > WS-DIA-TOPE
               MOVE "I" TO RC-MOT-FECHA-EFEC
               SET WS-MOVTO-SUCIO TO TRUE
               GO TO 060-DICTAMINA
           END-IF
           IF MV-FECHA-EFEC > WS-FECHA-PROCESO
               MOVE "R" TO RC-MOT-FECHA-EFEC
               SET WS-MOVTO-SUCIO TO TRUE
               GO TO 060-DICTAMINA
           END-IF
           IF MV-ES-ALTA AND RC-MOT-FECHA-ING = SPACE AND
              MV-FECHA-EFEC < MV-FECHA-ING-EMP
               MOVE "R" TO RC-MOT-FECHA-EFEC
               SET WS-MOVTO-SUCIO TO TRUE
           END-IF
           GO TO 060-DICTAMINA.

       060-DICTAMINA.
