       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: DEPURACION ANUAL DE LA BITACORA DE AUDITORIA         *
       *>          (BITACORA), DEL HISTORICO DE NOMINA (HISNOM) Y DE LA *
       *>          BITACORA DE DEDUCCIONES APLICADAS (DEDAPL), QUE SOLO *
       *>          CRECEN PORQUE PROG0121 Y PROG0122 LOS ABREN EN       *
       *>          EXTEND. RECIBE UNA FECHA DE CORTE POR PARAMETRO:     *
       *>          LOS REGISTROS DE BITACORA CON BJ-FECHA-PROC ANTERIOR *
       *>          AL CORTE Y LOS DE HISNOM / DEDAPL CON PERIODO        *
       *>          ANTERIOR AL PERIODO DEL CORTE PASAN A LOS ARCHIVOS   *
       *>          ACUMULATIVOS (BITARC / HISARC / DAPARC, ABIERTOS EN  *
       *>          EXTEND) Y LOS ARCHIVOS VIVOS SE REGRABAN SOLO CON LO *
       *>          RECIENTE, USANDO BITDEPUR / HISDEPUR / DAPDEPUR COMO *
       *>          ARCHIVOS DE TRABAJO IGUAL QUE EL REVERSO DE          *
       *>          PROG0122. EL REPORTE IMPRIME CANTIDADES Y TOTALES DE *
       *>          IMPORTES PROBANDO QUE ENTRADA = ARCHIVADO +          *
       *>          REGRABADO EN LA SEGUNDA PASADA; CUALQUIER DESCUADRE  *
       *>          DA RETURN-CODE 8. EL HISTORIAL COMPLETO SE CONSULTA  *
       *>          CON PROG0123 EN MODO "T", QUE LEE TAMBIEN BITARC; EL *
       *>          FONDO DE AHORRO (PROG0150) LEE DAPARC Y DESPUES      *
       *>          DEDAPL.                                              *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  SE RECIBE LA FECHA DE PROCESO Y SE REGISTRA
       *>                 ARCHIVADO; LOS CONTADORES DE UN MISMO
       *>                 CICLO CUADRABAN POR CONSTRUCCION Y NO
       *>                 DETECTABAN REGISTROS PERDIDOS.
       *>  15/10/26  ECR  EL HISTORICO DE NOMINA PASA DE 77 A 95 BYTES
       *>                 POR LAS PARTIDAS VARIABLES (INCIDENCIAS) QUE
       *>                 APLICA PROG0122.
       *>  15/10/26  ECR  LA BITACORA PASA DE 166 A 168 BYTES POR LA
       *>                 FRECUENCIA DE PAGO DE EMPREG Y EL HISTORICO
       *>                 DE 95 A 96 POR LA QUINCENA DEL PERIODO; EL
       *>                 CORTE DEL HISTORICO TOMA LA QUINCENA EN CERO.
       *>  15/10/26  ECR  EL HISTORICO DE NOMINA PASA DE 96 A 105 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (HISREG).
       *>  15/10/26  ECR  SE DEPURA TAMBIEN LA BITACORA DE DEDUCCIONES
       *>                 APLICADAS (DEDAPL) AL ACUMULATIVO DAPARC, CON
       *>                 EL MISMO CORTE POR PERIODO QUE HISNOM Y CUADRE
       *>                 DE CANTIDADES E IMPORTE; LO LEE EL FONDO DE
       *>                 AHORRO (PROG0150).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-HISARC.
           SELECT HISDEPUR ASSIGN TO UT-S-HISDEPUR
               FILE STATUS IS WS-FS-HISDEPUR.
           SELECT DEDAPL ASSIGN TO UT-S-DEDAPL
               FILE STATUS IS WS-FS-DEDAPL.
           SELECT DAPARC ASSIGN TO UT-S-DAPARC
               FILE STATUS IS WS-FS-DAPARC.
           SELECT DAPDEPUR ASSIGN TO UT-S-DAPDEPUR
               FILE STATUS IS WS-FS-DAPDEPUR.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

       FILE SECTION.
       FD BITACORA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITACORA.
       01 REG-BITACORA.

       FD BITARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITARC.
       01 REG-BITARC               PIC X(168).

       FD BITDEPUR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITDEPUR.
       01 REG-BITDEPUR             PIC X(168).

       FD HISNOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISNOM.
       01 REG-HISNOM.

       FD HISARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISARC.
       01 REG-HISARC               PIC X(105).

       FD HISDEPUR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISDEPUR.
       01 REG-HISDEPUR             PIC X(105).

       FD DEDAPL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEDAPL.
       01 REG-DEDAPL.
          COPY DAPREG.

       FD DAPARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DAPARC.
       01 REG-DAPARC               PIC X(23).

       FD DAPDEPUR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DAPDEPUR.
       01 REG-DAPDEPUR             PIC X(23).

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          05 WS-PERIODO-CORTE.
             10 WS-PC-ANIO         PIC 9(04).
             10 WS-PC-MES          PIC 9(02).
             10 WS-PC-QUINCENA     PIC 9(01)    VALUE ZEROS.
          05 WS-FECHA-BIT.
             10 WS-FB-ANIO         PIC 9(04).
             10 WS-FB-MES          PIC 9(02).
          05 WS-BRUTO-REGRABADO    PIC 9(11)V99 VALUE ZEROS.
          05 WS-BRUTO-CUADRE       PIC 9(11)V99 VALUE ZEROS.

       01 WS-CONTADORES-DEDAPL.
          05 WS-DAP-LEIDOS         PIC 9(07)    VALUE ZEROS.
          05 WS-DAP-ARCHIVADOS     PIC 9(07)    VALUE ZEROS.
          05 WS-DAP-CONSERVADOS    PIC 9(07)    VALUE ZEROS.
          05 WS-DAP-REGRABADOS     PIC 9(07)    VALUE ZEROS.
          05 WS-DAP-CUADRE         PIC 9(07)    VALUE ZEROS.

       01 WS-IMPORTES-DEDAPL.
          05 WS-DAP-IMP-ENTRADA    PIC 9(11)V99 VALUE ZEROS.
          05 WS-DAP-IMP-ARCHIVADO  PIC 9(11)V99 VALUE ZEROS.
          05 WS-DAP-IMP-CONSERVADO PIC 9(11)V99 VALUE ZEROS.
          05 WS-DAP-IMP-REGRABADO  PIC 9(11)V99 VALUE ZEROS.
          05 WS-DAP-IMP-CUADRE     PIC 9(11)V99 VALUE ZEROS.

       01 WS-DESCUADRES            PIC 9(02)    VALUE ZEROS.

       01 WS-STATUS-ARCHIVOS.
             88 WS-HISARC-OK                   VALUE "00".
          05 WS-FS-HISDEPUR        PIC X(02)    VALUE "00".
             88 WS-HISDEPUR-OK                 VALUE "00".
          05 WS-FS-DEDAPL          PIC X(02)    VALUE "00".
             88 WS-DEDAPL-OK                   VALUE "00".
          05 WS-FS-DAPARC          PIC X(02)    VALUE "00".
             88 WS-DAPARC-OK                   VALUE "00".
          05 WS-FS-DAPDEPUR        PIC X(02)    VALUE "00".
             88 WS-DAPDEPUR-OK                 VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

          05 WS-SW-HISDEPUR-ABIERTO PIC X(01)   VALUE "N".
             88 WS-HISDEPUR-ABIERTO            VALUE "S".
             88 WS-HISDEPUR-CERRADO            VALUE "N".
          05 WS-SW-DEDAPL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-DEDAPL-ABIERTO              VALUE "S".
             88 WS-DEDAPL-CERRADO              VALUE "N".
          05 WS-SW-DAPARC-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-DAPARC-ABIERTO              VALUE "S".
             88 WS-DAPARC-CERRADO              VALUE "N".
          05 WS-SW-DAPDEPUR-ABIERTO PIC X(01)   VALUE "N".
             88 WS-DAPDEPUR-ABIERTO            VALUE "S".
             88 WS-DAPDEPUR-CERRADO            VALUE "N".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

           SET WS-HISNOM-CERRADO   TO TRUE
           SET WS-HISDEPUR-CERRADO TO TRUE.

      *>---------------------------------------------------------------*
      *>DEDAPL: MISMA MECANICA Y MISMO CORTE POR PERIODO QUE HISNOM,   *
      *>CUADRANDO CANTIDADES E IMPORTE DESCONTADO. EL ACUMULATIVO      *
      *>DAPARC CONSERVA LAS DEDUCCIONES DE LOS MESES DEPURADOS PARA LA *
      *>LIQUIDACION ANUAL DEL FONDO DE AHORRO (PROG0150).              *
      *>---------------------------------------------------------------*
       035-DEPURA-DEDAPL.
           OPEN INPUT DEDAPL
           IF NOT WS-DEDAPL-OK
               DISPLAY "PROG0136 - ERROR AL ABRIR DEDAPL, FS="
                       WS-FS-DEDAPL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDAPL-ABIERTO TO TRUE
           OPEN EXTEND DAPARC
           IF NOT WS-DAPARC-OK
               DISPLAY "PROG0136 - ERROR AL ABRIR DAPARC, FS="
                       WS-FS-DAPARC
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DAPARC-ABIERTO TO TRUE
           OPEN OUTPUT DAPDEPUR
           IF NOT WS-DAPDEPUR-OK
               DISPLAY "PROG0136 - ERROR AL ABRIR DAPDEPUR, FS="
                       WS-FS-DAPDEPUR
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DAPDEPUR-ABIERTO TO TRUE.
       036-LEE-DEDAPL.
           READ DEDAPL AT END
                GO TO 037-DEDAPL-SEPARADO.
           ADD 1 TO WS-DAP-LEIDOS
           ADD DA-IMPORTE TO WS-DAP-IMP-ENTRADA
           IF DA-PERIODO < WS-PERIODO-CORTE
               WRITE REG-DAPARC FROM REG-DEDAPL
               ADD 1 TO WS-DAP-ARCHIVADOS
               ADD DA-IMPORTE TO WS-DAP-IMP-ARCHIVADO
           ELSE
               WRITE REG-DAPDEPUR FROM REG-DEDAPL
               ADD 1 TO WS-DAP-CONSERVADOS
               ADD DA-IMPORTE TO WS-DAP-IMP-CONSERVADO
           END-IF
           GO TO 036-LEE-DEDAPL.
       037-DEDAPL-SEPARADO.
           CLOSE DEDAPL
                 DAPARC
                 DAPDEPUR
           SET WS-DEDAPL-CERRADO   TO TRUE
           SET WS-DAPARC-CERRADO   TO TRUE
           SET WS-DAPDEPUR-CERRADO TO TRUE
           OPEN INPUT DAPDEPUR
           IF NOT WS-DAPDEPUR-OK
               DISPLAY "PROG0136 - ERROR AL REABRIR DAPDEPUR, FS="
                       WS-FS-DAPDEPUR
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DAPDEPUR-ABIERTO TO TRUE
           OPEN OUTPUT DEDAPL
           IF NOT WS-DEDAPL-OK
               DISPLAY "PROG0136 - ERROR AL REGRABAR DEDAPL, FS="
                       WS-FS-DEDAPL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDAPL-ABIERTO TO TRUE.
       038-REGRABA-DEDAPL.
           READ DAPDEPUR INTO REG-DEDAPL AT END
                GO TO 039-DEDAPL-LISTO.
           WRITE REG-DEDAPL
           ADD 1 TO WS-DAP-REGRABADOS
           ADD DA-IMPORTE TO WS-DAP-IMP-REGRABADO
           GO TO 038-REGRABA-DEDAPL.
       039-DEDAPL-LISTO.
           CLOSE DEDAPL
                 DAPDEPUR
           SET WS-DEDAPL-CERRADO   TO TRUE
           SET WS-DAPDEPUR-CERRADO TO TRUE.

       040-IMPRIME-CUADRE.
           MOVE "BITACORA"                      TO WS-SUB-TEXTO
           WRITE REG-REPORTE FROM WS-SUBTITULO
               ADD 1 TO WS-DESCUADRES
               MOVE "** DIFERENCIA **" TO WS-CUA-RESULTADO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-CUADRE

           MOVE "DEDUCCIONES APLICADAS"         TO WS-SUB-TEXTO
           WRITE REG-REPORTE FROM WS-SUBTITULO
           MOVE "REGISTROS LEIDOS:"             TO WS-CTA-CONCEPTO
           MOVE WS-DAP-LEIDOS                   TO WS-CTA-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "REGISTROS ARCHIVADOS:"         TO WS-CTA-CONCEPTO
           MOVE WS-DAP-ARCHIVADOS               TO WS-CTA-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "REGISTROS CONSERVADOS:"        TO WS-CTA-CONCEPTO
           MOVE WS-DAP-CONSERVADOS              TO WS-CTA-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "REGISTROS REGRABADOS:"         TO WS-CTA-CONCEPTO
           MOVE WS-DAP-REGRABADOS               TO WS-CTA-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           COMPUTE WS-DAP-CUADRE =
               WS-DAP-ARCHIVADOS + WS-DAP-REGRABADOS
           MOVE "CUADRE LEIDOS = ARC + REGRAB:" TO WS-CUA-CONCEPTO
           IF WS-DAP-CUADRE = WS-DAP-LEIDOS
               MOVE "OK"               TO WS-CUA-RESULTADO
           ELSE
               ADD 1 TO WS-DESCUADRES
               MOVE "** DIFERENCIA **" TO WS-CUA-RESULTADO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-CUADRE

           MOVE "IMPORTE DE ENTRADA:"           TO WS-IMP-CONCEPTO
           MOVE WS-DAP-IMP-ENTRADA              TO WS-IMP-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "IMPORTE ARCHIVADO:"            TO WS-IMP-CONCEPTO
           MOVE WS-DAP-IMP-ARCHIVADO            TO WS-IMP-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "IMPORTE CONSERVADO:"           TO WS-IMP-CONCEPTO
           MOVE WS-DAP-IMP-CONSERVADO           TO WS-IMP-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "IMPORTE REGRABADO:"            TO WS-IMP-CONCEPTO
           MOVE WS-DAP-IMP-REGRABADO            TO WS-IMP-CANTIDAD
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           COMPUTE WS-DAP-IMP-CUADRE =
               WS-DAP-IMP-ARCHIVADO + WS-DAP-IMP-REGRABADO
           MOVE "CUADRE IMPORTE = ARC + REGRAB:" TO WS-CUA-CONCEPTO
           IF WS-DAP-IMP-CUADRE = WS-DAP-IMP-ENTRADA
               MOVE "OK"               TO WS-CUA-RESULTADO
           ELSE
               ADD 1 TO WS-DESCUADRES
               MOVE "** DIFERENCIA **" TO WS-CUA-RESULTADO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-CUADRE.

       100-FIN.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0136"  TO WS-CTL-PROGRAMA
           COMPUTE WS-CTL-LEIDOS = WS-BIT-LEIDOS + WS-HIS-LEIDOS
                                 + WS-DAP-LEIDOS
           COMPUTE WS-CTL-GRABADOS =
               WS-BIT-ARCHIVADOS + WS-BIT-CONSERVADOS
               + WS-HIS-ARCHIVADOS + WS-HIS-CONSERVADOS
               + WS-DAP-ARCHIVADOS + WS-DAP-CONSERVADOS
           MOVE RETURN-CODE TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           IF WS-HISDEPUR-ABIERTO
               CLOSE HISDEPUR
           END-IF
           IF WS-DEDAPL-ABIERTO
               CLOSE DEDAPL
           END-IF
           IF WS-DAPARC-ABIERTO
               CLOSE DAPARC
           END-IF
           IF WS-DAPDEPUR-ABIERTO
               CLOSE DAPDEPUR
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
