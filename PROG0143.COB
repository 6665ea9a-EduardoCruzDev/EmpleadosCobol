       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0143.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: AJUSTE ANUAL DE ISR Y CONSTANCIA DE RETENCIONES POR  *
       *>          EMPLEADO. RECIBE POR PARAMETRO EL EJERCICIO FISCAL   *
       *>          (AAAA) Y ACUMULA POR EMPLEADO EL BRUTO, EL ISR Y EL  *
       *>          IMSS DE TODOS LOS PERIODOS DEL EJERCICIO, LEYENDO    *
       *>          PRIMERO EL ACUMULATIVO HISARC QUE DEJA PROG0136 (LOS *
       *>          MESES YA DEPURADOS) Y DESPUES EL HISTORICO VIVO      *
       *>          HISNOM. SOBRE EL BRUTO ANUAL RECALCULA EL ISR CON LA *
       *>          TARIFA ANUAL (TIPO "A" DEL ARCHIVO DE TASAS) VIGENTE *
       *>          AL 31 DE DICIEMBRE DEL EJERCICIO Y LO COMPARA CONTRA *
       *>          LO RETENIDO: SI SE RETUVO DE MAS EL EMPLEADO TIENE   *
       *>          SALDO A FAVOR, SI SE RETUVO DE MENOS TIENE SALDO A   *
       *>          CARGO. A LOS EMPLEADOS ACTIVOS EN EL MAESTRO SE LES  *
       *>          GRABA LA DIFERENCIA EN EL ARCHIVO DE AJUSTES         *
       *>          (AJUSTE) PARA QUE PROG0122 LA APLIQUE EN LOS         *
       *>          SIGUIENTES PERIODOS; A LOS QUE YA NO ESTAN ACTIVOS   *
       *>          NO SE LES AJUSTA Y SOLO SE LES EMITE LA CONSTANCIA.  *
       *>          IMPRIME UN REPORTE DEL AJUSTE CON TOTALES (REPORTE)  *
       *>          Y UNA CONSTANCIA DE UNA PAGINA POR EMPLEADO          *
       *>          (CONSTAN) EN EL ESTILO DE PAGINA DE PROG0132. UN     *
       *>          AJUSTE QUE PROG0122 YA EMPEZO A APLICAR NO SE        *
       *>          MODIFICA AL REPETIR LA CORRIDA: SE REPORTA Y EL      *
       *>          PROGRAMA TERMINA CON RETURN-CODE 4. UNO PENDIENTE    *
       *>          SE REEMPLAZA, O SE BORRA SI EL EMPLEADO YA NO TIENE  *
       *>          DIFERENCIA O YA NO ESTA ACTIVO.                      *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  CREACION.
       *>  15/10/26  ECR  HISARC E HISNOM PASAN A 96 BYTES Y AJUSTE A
       *>                 108 POR LA QUINCENA DEL PERIODO; EL MAESTRO
       *>                 PASA A 77 BYTES POR LA FRECUENCIA DE PAGO
       *>                 (EMPREG). EL ACUMULADO ANUAL SUMA LAS DOS
       *>                 QUINCENAS.
       *>  15/10/26  ECR  EL HISTORICO DE NOMINA PASA DE 96 A 105 BYTES
       *>                 POR EL RETROACTIVO DE SALARIO (HISREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISARC ASSIGN TO UT-S-HISARC
               FILE STATUS IS WS-FS-HISARC.
           SELECT HISNOM ASSIGN TO UT-S-HISNOM
               FILE STATUS IS WS-FS-HISNOM.
           SELECT TASAS ASSIGN TO UT-S-TASAS
               FILE STATUS IS WS-FS-TASAS.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT AJUSTE ASSIGN TO UT-S-AJUSTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJ-LLAVE
               FILE STATUS IS WS-FS-AJUSTE.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.
           SELECT CONSTAN ASSIGN TO UT-S-CONSTAN
               FILE STATUS IS WS-FS-CONSTAN.

       DATA DIVISION.
       FILE SECTION.
       FD HISARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISARC.
       01 REG-HISARC               PIC X(105).

       FD HISNOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISNOM.
       01 REG-HISNOM.
          COPY HISREG.

       FD TASAS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 33 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-TASA.
       01 REG-TASA.
          COPY TASREG.

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

       FD AJUSTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 108 CHARACTERS
          DATA RECORD IS REG-AJUSTE.
       01 REG-AJUSTE.
          COPY AJUREG.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       FD CONSTAN
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-CONSTAN.
       01 REG-CONSTAN              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-HISARC      PIC 9(07)    VALUE ZEROS.
          05 WS-LEIDOS-HISNOM      PIC 9(07)    VALUE ZEROS.
          05 WS-ACUMULADOS         PIC 9(07)    VALUE ZEROS.
          05 WS-AJUSTES-GRABADOS   PIC 9(05)    VALUE ZEROS.
          05 WS-SIN-DIFERENCIA     PIC 9(05)    VALUE ZEROS.
          05 WS-SIN-AJUSTE         PIC 9(05)    VALUE ZEROS.
          05 WS-YA-APLICADOS       PIC 9(05)    VALUE ZEROS.
          05 WS-AJUSTES-RETIRADOS  PIC 9(05)    VALUE ZEROS.
          05 WS-CONSTANCIAS        PIC 9(05)    VALUE ZEROS.
          05 WS-ISR-ANUAL-EMP      PIC 9(09)V99 VALUE ZEROS.
          05 WS-DIFERENCIA-EMP     PIC 9(09)V99 VALUE ZEROS.
          05 WS-SW-RESULTADO       PIC X(01)    VALUE SPACE.
             88 WS-RESULTADO-FAVOR             VALUE "F".
             88 WS-RESULTADO-CARGO             VALUE "C".
             88 WS-RESULTADO-CERO              VALUE "0".
          05 WS-SW-PRIMERA-CONSTANCIA PIC X(01) VALUE "S".
             88 WS-ES-PRIMERA-CONSTANCIA       VALUE "S".
             88 WS-NO-ES-PRIMERA-CONSTANCIA    VALUE "N".

       01 WS-TOTALES-EMPRESA.
          05 WS-TOTAL-BRUTO        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-RETENIDO     PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-ANUAL        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-FAVOR        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-CARGO        PIC 9(11)V99 VALUE ZEROS.

      *>---------------------------------------------------------------*
      *>ACUMULADOS DEL EJERCICIO POR EMPLEADO, EN EL ORDEN EN QUE      *
      *>APARECEN EN HISARC / HISNOM. EL NOMBRE ES EL DEL ULTIMO PERIODO*
      *>LEIDO PARA QUE LA CONSTANCIA SALGA CON EL NOMBRE VIGENTE.      *
      *>---------------------------------------------------------------*
       01 WS-TABLA-ACUMULADOS.
          05 WS-CANT-EMP           PIC 9(05)    VALUE ZEROS.
          05 WS-ACUM-TAB OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-CANT-EMP
                         INDEXED BY WS-IX-EMP.
             10 WS-ACUM-NUMERO     PIC 9(05).
             10 WS-ACUM-NOMBRE     PIC X(30).
             10 WS-ACUM-PERIODOS   PIC 9(03).
             10 WS-ACUM-BRUTO      PIC 9(09)V99.
             10 WS-ACUM-ISR        PIC 9(09)V99.
             10 WS-ACUM-IMSS       PIC 9(09)V99.

      *>---------------------------------------------------------------*
      *>TARIFA ANUAL DE ISR (CUOTA FIJA + PORCENTAJE SOBRE EXCEDENTE   *
      *>DEL LIMITE INFERIOR), MISMO MANEJO QUE LA MENSUAL DE PROG0122: *
      *>SE TOMA LA VERSION CON FECHA DE VIGENCIA MAS RECIENTE QUE NO   *
      *>EXCEDA EL 31 DE DICIEMBRE DEL EJERCICIO; SIN VERSION VIGENTE   *
      *>EL PROGRAMA TERMINA CON RETURN-CODE 16.                        *
      *>---------------------------------------------------------------*
       01 WS-TABLA-ISR.
          05 WS-CANT-ISR           PIC 9(02)    VALUE ZEROS.
          05 WS-ISR-ENTRADA OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-CANT-ISR.
             10 WS-ISR-LIM-INF     PIC 9(07)V99.
             10 WS-ISR-CUOTA-FIJA  PIC 9(07)V99.
             10 WS-ISR-PORC-EXCED  PIC 9(02)V9999.

       01 WS-AREAS-ISR.
          05 WS-CONT-ISR           PIC 9(02)    VALUE ZEROS.
          05 WS-ISR-LIM-APLIC      PIC 9(07)V99 VALUE ZEROS.
          05 WS-ISR-CUOTA-APLIC    PIC 9(07)V99 VALUE ZEROS.
          05 WS-ISR-PORC-APLIC     PIC 9(02)V9999 VALUE ZEROS.

       01 WS-AREAS-TASAS.
          05 WS-FECHA-CORTE.
             10 WS-FC-ANIO         PIC 9(04).
             10 WS-FC-MES          PIC 9(02)    VALUE 12.
             10 WS-FC-DIA          PIC 9(02)    VALUE 31.
          05 WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE
                                   PIC 9(08).
          05 WS-VIG-ISR-ANUAL      PIC 9(08)    VALUE ZEROS.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-HISARC          PIC X(02)    VALUE "00".
             88 WS-HISARC-OK                   VALUE "00".
          05 WS-FS-HISNOM          PIC X(02)    VALUE "00".
             88 WS-HISNOM-OK                   VALUE "00".
          05 WS-FS-TASAS           PIC X(02)    VALUE "00".
             88 WS-TASAS-OK                    VALUE "00".
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
          05 WS-FS-AJUSTE          PIC X(02)    VALUE "00".
             88 WS-AJUSTE-OK                   VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".
          05 WS-FS-CONSTAN         PIC X(02)    VALUE "00".
             88 WS-CONSTAN-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-HISARC-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-HISARC-ABIERTO              VALUE "S".
             88 WS-HISARC-CERRADO              VALUE "N".
          05 WS-SW-HISNOM-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-HISNOM-ABIERTO              VALUE "S".
             88 WS-HISNOM-CERRADO              VALUE "N".
          05 WS-SW-TASAS-ABIERTO   PIC X(01)    VALUE "N".
             88 WS-TASAS-ABIERTO               VALUE "S".
             88 WS-TASAS-CERRADO               VALUE "N".
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
          05 WS-SW-AJUSTE-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-AJUSTE-ABIERTO              VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".
          05 WS-SW-CONSTAN-ABIERTO PIC X(01)    VALUE "N".
             88 WS-CONSTAN-ABIERTO             VALUE "S".

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(37)
             VALUE "AJUSTE ANUAL DE ISR DEL EJERCICIO ".
          05 WS-TIT-ANIO           PIC 9(04).
          05 FILLER                PIC X(39)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(37)
             VALUE "EMP.   NOMBRE".
          05 FILLER                PIC X(26)
             VALUE " BRUTO ANUAL ISR RETENIDO".
          05 FILLER                PIC X(36)
             VALUE "    ISR ANUAL   DIFERENCIA RESULTADO".

       01 WS-DETALLE-AJUSTE.
          05 FILLER                PIC X(01).
          05 WS-DET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-NOMBRE         PIC X(30).
          05 WS-DET-BRUTO          PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-RETENIDO       PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-ANUAL          PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-DIFERENCIA     PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-RESULTADO      PIC X(10).

       01 WS-DETALLE-NOTA.
          05 FILLER                PIC X(08)    VALUE SPACES.
          05 WS-NOTA-TEXTO         PIC X(50).
          05 FILLER                PIC X(42)    VALUE SPACES.

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

       01 WS-CONST-TITULO.
          05 FILLER                PIC X(13)    VALUE SPACES.
          05 FILLER                PIC X(42)
             VALUE "CONSTANCIA DE SUELDOS Y RETENCIONES DE ISR".
          05 FILLER                PIC X(25)    VALUE SPACES.

       01 WS-CONST-EJERCICIO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(18)
                                   VALUE "EJERCICIO FISCAL: ".
          05 WS-CON-ANIO           PIC 9(04).
          05 FILLER                PIC X(22)
                                   VALUE "   PERIODOS PAGADOS: ".
          05 WS-CON-PERIODOS       PIC ZZ9.
          05 FILLER                PIC X(32)    VALUE SPACES.

       01 WS-CONST-EMPLEADO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(10)    VALUE "EMPLEADO: ".
          05 WS-CON-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-CON-NOMBRE         PIC X(30).
          05 FILLER                PIC X(32)    VALUE SPACES.

       01 WS-CONST-IMPORTE.
          05 FILLER                PIC X(01).
          05 WS-CON-CONCEPTO       PIC X(33).
          05 WS-CON-IMPORTE        PIC Z(08)9.99.
          05 FILLER                PIC X(34)    VALUE SPACES.

       01 WS-CONST-LEYENDA.
          05 FILLER                PIC X(01).
          05 WS-CON-LEYENDA        PIC X(60).
          05 FILLER                PIC X(19)    VALUE SPACES.

       01 WS-CONST-FIRMAS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(30)
             VALUE "______________________________".
          05 FILLER                PIC X(10)    VALUE SPACES.
          05 FILLER                PIC X(30)
             VALUE "______________________________".
          05 FILLER                PIC X(09)    VALUE SPACES.

       01 WS-CONST-FIRMAS-PIE.
          05 FILLER                PIC X(05)    VALUE SPACES.
          05 FILLER                PIC X(21)
             VALUE "FIRMA DEL RETENEDOR".
          05 FILLER                PIC X(18)    VALUE SPACES.
          05 FILLER                PIC X(21)
             VALUE "FIRMA DEL EMPLEADO".
          05 FILLER                PIC X(15)    VALUE SPACES.

       01 WS-LINEA-BLANCA          PIC X(80)    VALUE SPACES.

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
          05 LK-ANIO-FISCAL        PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0143" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-ANIO-FISCAL IS NOT NUMERIC OR
              LK-ANIO-FISCAL = ZEROS OR
              LK-ANIO-FISCAL > LK-ANIO
               DISPLAY "PROG0143 - EJERCICIO FISCAL INVALIDO: "
                       LK-ANIO-FISCAL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-ANIO-FISCAL TO WS-FC-ANIO.

       012-BUSCA-VIGENCIA.
           OPEN INPUT TASAS
           IF NOT WS-TASAS-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR TASAS, FS="
                       WS-FS-TASAS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-TASAS-ABIERTO TO TRUE.
       013-LEE-VIGENCIA.
           READ TASAS AT END
                GO TO 014-VIGENCIA-LISTA.
           IF TS-FECHA-VIG IS NOT NUMERIC OR
              TS-LIM-INF IS NOT NUMERIC OR
              TS-CUOTA-FIJA IS NOT NUMERIC OR
              TS-PORC IS NOT NUMERIC OR
              NOT TS-TIPO-VALIDO
               DISPLAY "PROG0143 - REGISTRO INVALIDO EN TASAS: "
                       REG-TASA
               MOVE 16 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF TS-FECHA-VIG > WS-FECHA-CORTE-NUM
               GO TO 013-LEE-VIGENCIA
           END-IF
           IF TS-ES-ISR-ANUAL AND TS-FECHA-VIG > WS-VIG-ISR-ANUAL
               MOVE TS-FECHA-VIG TO WS-VIG-ISR-ANUAL
           END-IF
           GO TO 013-LEE-VIGENCIA.
       014-VIGENCIA-LISTA.
           IF WS-VIG-ISR-ANUAL = ZEROS
               DISPLAY "PROG0143 - SIN TARIFA ANUAL DE ISR VIGENTE AL "
                       WS-FECHA-CORTE-NUM
               MOVE 16 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           CLOSE TASAS
           SET WS-TASAS-CERRADO TO TRUE
           OPEN INPUT TASAS
           IF NOT WS-TASAS-OK
               DISPLAY "PROG0143 - ERROR AL REABRIR TASAS, FS="
                       WS-FS-TASAS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-TASAS-ABIERTO TO TRUE.
       015-CARGA-TASAS.
           READ TASAS AT END
                GO TO 016-TASAS-LISTAS.
           IF TS-ES-ISR-ANUAL AND TS-FECHA-VIG = WS-VIG-ISR-ANUAL
               IF WS-CANT-ISR = 20
                   DISPLAY "PROG0143 - TARIFA ANUAL EXCEDE 20 RENGLONES"
                   MOVE 16 TO RETURN-CODE
                   GO TO 999-ABEND
               END-IF
               ADD 1 TO WS-CANT-ISR
               MOVE TS-LIM-INF    TO WS-ISR-LIM-INF(WS-CANT-ISR)
               MOVE TS-CUOTA-FIJA TO WS-ISR-CUOTA-FIJA(WS-CANT-ISR)
               MOVE TS-PORC       TO WS-ISR-PORC-EXCED(WS-CANT-ISR)
           END-IF
           GO TO 015-CARGA-TASAS.
       016-TASAS-LISTAS.
           CLOSE TASAS
           SET WS-TASAS-CERRADO TO TRUE.

      *>---------------------------------------------------------------*
      *>PRIMERO EL ACUMULATIVO (MESES YA DEPURADOS DE HISNOM POR       *
      *>PROG0136) Y DESPUES EL HISTORICO VIVO. PROG0136 MUEVE CADA     *
      *>REGISTRO A UNO U OTRO, ASI QUE NINGUN PERIODO SE CUENTA DOS    *
      *>VECES.                                                         *
      *>---------------------------------------------------------------*
       020-ABRE-HISARC.
           OPEN INPUT HISARC
           IF NOT WS-HISARC-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR HISARC, FS="
                       WS-FS-HISARC
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-HISARC-ABIERTO TO TRUE.
       021-LEE-HISARC.
           READ HISARC INTO REG-HISNOM AT END
                GO TO 022-HISARC-LISTO.
           ADD 1 TO WS-LEIDOS-HISARC
           IF HN-ANIO NOT = LK-ANIO-FISCAL
               GO TO 021-LEE-HISARC
           END-IF
           PERFORM 030-ACUMULA THRU 030-ACUMULA-EXIT
           GO TO 021-LEE-HISARC.
       022-HISARC-LISTO.
           CLOSE HISARC
           SET WS-HISARC-CERRADO TO TRUE
           OPEN INPUT HISNOM
           IF NOT WS-HISNOM-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR HISNOM, FS="
                       WS-FS-HISNOM
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-HISNOM-ABIERTO TO TRUE.
       023-LEE-HISNOM.
           READ HISNOM AT END
                GO TO 024-HISNOM-LISTO.
           ADD 1 TO WS-LEIDOS-HISNOM
           IF HN-ANIO NOT = LK-ANIO-FISCAL
               GO TO 023-LEE-HISNOM
           END-IF
           PERFORM 030-ACUMULA THRU 030-ACUMULA-EXIT
           GO TO 023-LEE-HISNOM.
       024-HISNOM-LISTO.
           CLOSE HISNOM
           SET WS-HISNOM-CERRADO TO TRUE
           GO TO 040-ABRE-SALIDAS.

       030-ACUMULA.
           ADD 1 TO WS-ACUMULADOS
           SET WS-IX-EMP TO 1
           SEARCH WS-ACUM-TAB
               AT END
                   GO TO 031-NUEVO-EMPLEADO
               WHEN WS-ACUM-NUMERO(WS-IX-EMP) = HN-NUMERO-EMP
                   GO TO 032-SUMA
           END-SEARCH.
       031-NUEVO-EMPLEADO.
           IF WS-CANT-EMP = 5000
               DISPLAY "PROG0143 - EMPLEADOS DEL EJERCICIO EXCEDEN "
                       "LA TABLA DE 5000"
               MOVE 16 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-CANT-EMP
           SET WS-IX-EMP TO WS-CANT-EMP
           MOVE HN-NUMERO-EMP TO WS-ACUM-NUMERO(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-PERIODOS(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-BRUTO(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-ISR(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-IMSS(WS-IX-EMP).
       032-SUMA.
           MOVE HN-NOMBRE-EMP    TO WS-ACUM-NOMBRE(WS-IX-EMP)
           ADD 1                 TO WS-ACUM-PERIODOS(WS-IX-EMP)
           ADD HN-SALARIO-BRUTO  TO WS-ACUM-BRUTO(WS-IX-EMP)
           ADD HN-ISR            TO WS-ACUM-ISR(WS-IX-EMP)
           ADD HN-IMSS           TO WS-ACUM-IMSS(WS-IX-EMP).
       030-ACUMULA-EXIT.
           EXIT.

       040-ABRE-SALIDAS.
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR EMPLEADOS, FS="
                       WS-FS-EMPLEADOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPLEADOS-ABIERTO TO TRUE
           OPEN I-O    AJUSTE
           IF NOT WS-AJUSTE-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR AJUSTE, FS="
                       WS-FS-AJUSTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-AJUSTE-ABIERTO TO TRUE
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           OPEN OUTPUT CONSTAN
           IF NOT WS-CONSTAN-OK
               DISPLAY "PROG0143 - ERROR AL ABRIR CONSTAN, FS="
                       WS-FS-CONSTAN
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-CONSTAN-ABIERTO TO TRUE
           MOVE LK-ANIO-FISCAL TO WS-TIT-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-1
           WRITE REG-REPORTE FROM WS-TITULO-2
           SET WS-IX-EMP TO 1.

      *>---------------------------------------------------------------*
      *>UN EMPLEADO POR RENGLON DE LA TABLA: ISR ANUAL SOBRE EL BRUTO  *
      *>DEL EJERCICIO, DIFERENCIA CONTRA LO RETENIDO Y, SI SIGUE       *
      *>ACTIVO EN EL MAESTRO, EL REGISTRO DE AJUSTE PARA PROG0122.     *
      *>---------------------------------------------------------------*
       050-PROCESA-EMPLEADO.
           IF WS-IX-EMP > WS-CANT-EMP
               GO TO 100-FIN
           END-IF
           MOVE SPACES TO WS-NOTA-TEXTO
           PERFORM 055-CALCULA-ISR-ANUAL THRU 055-CALCULA-ISR-ANUAL-EXIT
           IF WS-ACUM-ISR(WS-IX-EMP) > WS-ISR-ANUAL-EMP
               SET WS-RESULTADO-FAVOR TO TRUE
               COMPUTE WS-DIFERENCIA-EMP =
                   WS-ACUM-ISR(WS-IX-EMP) - WS-ISR-ANUAL-EMP
               ADD WS-DIFERENCIA-EMP TO WS-TOTAL-FAVOR
               MOVE "A FAVOR"    TO WS-DET-RESULTADO
           ELSE
               IF WS-ACUM-ISR(WS-IX-EMP) < WS-ISR-ANUAL-EMP
                   SET WS-RESULTADO-CARGO TO TRUE
                   COMPUTE WS-DIFERENCIA-EMP =
                       WS-ISR-ANUAL-EMP - WS-ACUM-ISR(WS-IX-EMP)
                   ADD WS-DIFERENCIA-EMP TO WS-TOTAL-CARGO
                   MOVE "A CARGO"    TO WS-DET-RESULTADO
               ELSE
                   SET WS-RESULTADO-CERO TO TRUE
                   MOVE ZEROS        TO WS-DIFERENCIA-EMP
                   MOVE "SIN DIFER." TO WS-DET-RESULTADO
               END-IF
           END-IF
           ADD WS-ACUM-BRUTO(WS-IX-EMP) TO WS-TOTAL-BRUTO
           ADD WS-ACUM-ISR(WS-IX-EMP)   TO WS-TOTAL-RETENIDO
           ADD WS-ISR-ANUAL-EMP         TO WS-TOTAL-ANUAL
           IF WS-RESULTADO-CERO
               ADD 1 TO WS-SIN-DIFERENCIA
               GO TO 058-RETIRA-AJUSTE
           END-IF
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   MOVE "BAJA EN EL EJERCICIO: SIN AJUSTE EN NOMINA"
                                          TO WS-NOTA-TEXTO
                   ADD 1 TO WS-SIN-AJUSTE
                   GO TO 058-RETIRA-AJUSTE
           END-READ
           IF FD-STATUS-EMP NOT = 1
               MOVE "EMPLEADO INACTIVO: SIN AJUSTE EN NOMINA"
                                          TO WS-NOTA-TEXTO
               ADD 1 TO WS-SIN-AJUSTE
               GO TO 058-RETIRA-AJUSTE
           END-IF
           GO TO 060-GRABA-AJUSTE.

       055-CALCULA-ISR-ANUAL.
           IF WS-ACUM-BRUTO(WS-IX-EMP) = ZEROS
               MOVE ZEROS TO WS-ISR-ANUAL-EMP
               GO TO 055-CALCULA-ISR-ANUAL-EXIT
           END-IF
           MOVE WS-ISR-LIM-INF(1)    TO WS-ISR-LIM-APLIC
           MOVE WS-ISR-CUOTA-FIJA(1) TO WS-ISR-CUOTA-APLIC
           MOVE WS-ISR-PORC-EXCED(1) TO WS-ISR-PORC-APLIC
           MOVE 1 TO WS-CONT-ISR.
       056-BUSCA-ISR.
           IF WS-CONT-ISR > WS-CANT-ISR
               GO TO 057-ISR-LISTO
           END-IF
           IF WS-ACUM-BRUTO(WS-IX-EMP) < WS-ISR-LIM-INF(WS-CONT-ISR)
               GO TO 057-ISR-LISTO
           END-IF
           MOVE WS-ISR-LIM-INF(WS-CONT-ISR)    TO WS-ISR-LIM-APLIC
           MOVE WS-ISR-CUOTA-FIJA(WS-CONT-ISR) TO WS-ISR-CUOTA-APLIC
           MOVE WS-ISR-PORC-EXCED(WS-CONT-ISR) TO WS-ISR-PORC-APLIC
           ADD 1 TO WS-CONT-ISR
           GO TO 056-BUSCA-ISR.
       057-ISR-LISTO.
           COMPUTE WS-ISR-ANUAL-EMP ROUNDED =
               WS-ISR-CUOTA-APLIC +
               ((WS-ACUM-BRUTO(WS-IX-EMP) - WS-ISR-LIM-APLIC)
                   * WS-ISR-PORC-APLIC / 100).
       055-CALCULA-ISR-ANUAL-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>EMPLEADO QUE YA NO LLEVA AJUSTE: SI UNA CORRIDA ANTERIOR LE    *
      *>GRABO UNO DEL EJERCICIO QUE PROG0122 NO HA EMPEZADO A APLICAR, *
      *>SE BORRA PARA QUE NO SE APLIQUE; SI YA SE APLICO EN ALGUN      *
      *>PERIODO SE CONSERVA Y SE REPORTA, IGUAL QUE EN 060.            *
      *>---------------------------------------------------------------*
       058-RETIRA-AJUSTE.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO AJ-NUMERO-EMP
           MOVE LK-ANIO-FISCAL            TO AJ-ANIO-FISCAL
           READ AJUSTE
               INVALID KEY
                   GO TO 070-IMPRIME
           END-READ
           IF AJ-SALDO NOT = AJ-IMPORTE
               MOVE "AJUSTE YA APLICADO EN NOMINA: NO SE MODIFICA"
                                          TO WS-NOTA-TEXTO
               ADD 1 TO WS-YA-APLICADOS
               GO TO 070-IMPRIME
           END-IF
           DELETE AJUSTE RECORD
               INVALID KEY
                   DISPLAY "PROG0143 - ERROR AL BORRAR AJUSTE "
                           AJ-LLAVE " FS=" WS-FS-AJUSTE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-DELETE
           ADD 1 TO WS-AJUSTES-RETIRADOS
           IF WS-NOTA-TEXTO = SPACES
               MOVE "SE RETIRA EL AJUSTE PENDIENTE ANTERIOR"
                                          TO WS-NOTA-TEXTO
           END-IF
           GO TO 070-IMPRIME.

      *>---------------------------------------------------------------*
      *>SI EL AJUSTE DEL EJERCICIO YA EXISTE Y PROG0122 NO HA APLICADO *
      *>NADA DE EL, SE REEMPLAZA CON EL NUEVO CALCULO; SI YA SE APLICO *
      *>EN ALGUN PERIODO SE CONSERVA Y SE REPORTA.                     *
      *>---------------------------------------------------------------*
       060-GRABA-AJUSTE.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO AJ-NUMERO-EMP
           MOVE LK-ANIO-FISCAL            TO AJ-ANIO-FISCAL
           READ AJUSTE
               INVALID KEY
                   GO TO 062-NUEVO-AJUSTE
           END-READ
           IF AJ-SALDO NOT = AJ-IMPORTE
               MOVE "AJUSTE YA APLICADO EN NOMINA: NO SE MODIFICA"
                                          TO WS-NOTA-TEXTO
               ADD 1 TO WS-YA-APLICADOS
               GO TO 070-IMPRIME
           END-IF
           PERFORM 065-ARMA-AJUSTE THRU 065-ARMA-AJUSTE-EXIT
           REWRITE REG-AJUSTE
               INVALID KEY
                   DISPLAY "PROG0143 - ERROR AL REESCRIBIR AJUSTE "
                           AJ-LLAVE " FS=" WS-FS-AJUSTE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           GO TO 064-AJUSTE-GRABADO.
       062-NUEVO-AJUSTE.
           PERFORM 065-ARMA-AJUSTE THRU 065-ARMA-AJUSTE-EXIT
           WRITE REG-AJUSTE
               INVALID KEY
                   DISPLAY "PROG0143 - ERROR AL GRABAR AJUSTE "
                           AJ-LLAVE " FS=" WS-FS-AJUSTE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-WRITE.
       064-AJUSTE-GRABADO.
           ADD 1 TO WS-AJUSTES-GRABADOS
           MOVE "SE APLICA EN NOMINA EN LOS SIGUIENTES PERIODOS"
                                          TO WS-NOTA-TEXTO
           GO TO 070-IMPRIME.

       065-ARMA-AJUSTE.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO AJ-NUMERO-EMP
           MOVE LK-ANIO-FISCAL            TO AJ-ANIO-FISCAL
           MOVE WS-ACUM-NOMBRE(WS-IX-EMP) TO AJ-NOMBRE-EMP
           MOVE WS-ACUM-BRUTO(WS-IX-EMP)  TO AJ-BRUTO-ANUAL
           MOVE WS-ACUM-ISR(WS-IX-EMP)    TO AJ-ISR-RETENIDO
           MOVE WS-ISR-ANUAL-EMP          TO AJ-ISR-ANUAL
           IF WS-RESULTADO-FAVOR
               SET AJ-A-FAVOR TO TRUE
           ELSE
               SET AJ-A-CARGO TO TRUE
           END-IF
           MOVE WS-DIFERENCIA-EMP         TO AJ-IMPORTE
           MOVE WS-DIFERENCIA-EMP         TO AJ-SALDO
           MOVE ZEROS                     TO AJ-PERIODO-APLIC
           MOVE ZEROS                     TO AJ-IMP-APLICADO
           SET AJ-PENDIENTE TO TRUE.
       065-ARMA-AJUSTE-EXIT.
           EXIT.

       070-IMPRIME.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO WS-DET-NUMERO
           MOVE WS-ACUM-NOMBRE(WS-IX-EMP) TO WS-DET-NOMBRE
           MOVE WS-ACUM-BRUTO(WS-IX-EMP)  TO WS-DET-BRUTO
           MOVE WS-ACUM-ISR(WS-IX-EMP)    TO WS-DET-RETENIDO
           MOVE WS-ISR-ANUAL-EMP          TO WS-DET-ANUAL
           MOVE WS-DIFERENCIA-EMP         TO WS-DET-DIFERENCIA
           WRITE REG-REPORTE FROM WS-DETALLE-AJUSTE
           IF WS-NOTA-TEXTO NOT = SPACES
               WRITE REG-REPORTE FROM WS-DETALLE-NOTA
           END-IF
           PERFORM 080-IMPRIME-CONSTANCIA
              THRU 080-IMPRIME-CONSTANCIA-EXIT
           SET WS-IX-EMP UP BY 1
           GO TO 050-PROCESA-EMPLEADO.

       080-IMPRIME-CONSTANCIA.
           IF WS-ES-PRIMERA-CONSTANCIA
               WRITE REG-CONSTAN FROM WS-CONST-TITULO
               SET WS-NO-ES-PRIMERA-CONSTANCIA TO TRUE
           ELSE
               WRITE REG-CONSTAN FROM WS-CONST-TITULO
                     AFTER ADVANCING PAGE
           END-IF
           MOVE LK-ANIO-FISCAL              TO WS-CON-ANIO
           MOVE WS-ACUM-PERIODOS(WS-IX-EMP) TO WS-CON-PERIODOS
           WRITE REG-CONSTAN FROM WS-CONST-EJERCICIO
           WRITE REG-CONSTAN FROM WS-LINEA-BLANCA
           MOVE WS-ACUM-NUMERO(WS-IX-EMP)   TO WS-CON-NUMERO
           MOVE WS-ACUM-NOMBRE(WS-IX-EMP)   TO WS-CON-NOMBRE
           WRITE REG-CONSTAN FROM WS-CONST-EMPLEADO
           WRITE REG-CONSTAN FROM WS-LINEA-BLANCA
           MOVE "INGRESOS BRUTOS DEL EJERCICIO:"  TO WS-CON-CONCEPTO
           MOVE WS-ACUM-BRUTO(WS-IX-EMP)    TO WS-CON-IMPORTE
           WRITE REG-CONSTAN FROM WS-CONST-IMPORTE
           MOVE "CUOTA IMSS DEL TRABAJADOR:"      TO WS-CON-CONCEPTO
           MOVE WS-ACUM-IMSS(WS-IX-EMP)     TO WS-CON-IMPORTE
           WRITE REG-CONSTAN FROM WS-CONST-IMPORTE
           MOVE "ISR RETENIDO EN EL EJERCICIO:"   TO WS-CON-CONCEPTO
           MOVE WS-ACUM-ISR(WS-IX-EMP)      TO WS-CON-IMPORTE
           WRITE REG-CONSTAN FROM WS-CONST-IMPORTE
           MOVE "ISR DEL EJERCICIO (TARIFA ANUAL):" TO WS-CON-CONCEPTO
           MOVE WS-ISR-ANUAL-EMP            TO WS-CON-IMPORTE
           WRITE REG-CONSTAN FROM WS-CONST-IMPORTE
           IF WS-RESULTADO-FAVOR
               MOVE "SALDO A FAVOR DEL EMPLEADO:"  TO WS-CON-CONCEPTO
           ELSE
               MOVE "ISR A CARGO DEL EMPLEADO:"    TO WS-CON-CONCEPTO
           END-IF
           MOVE WS-DIFERENCIA-EMP           TO WS-CON-IMPORTE
           WRITE REG-CONSTAN FROM WS-CONST-IMPORTE
           WRITE REG-CONSTAN FROM WS-LINEA-BLANCA
           IF WS-NOTA-TEXTO NOT = SPACES
               MOVE WS-NOTA-TEXTO            TO WS-CON-LEYENDA
               WRITE REG-CONSTAN FROM WS-CONST-LEYENDA
           END-IF
           WRITE REG-CONSTAN FROM WS-LINEA-BLANCA
           WRITE REG-CONSTAN FROM WS-LINEA-BLANCA
           WRITE REG-CONSTAN FROM WS-CONST-FIRMAS
           WRITE REG-CONSTAN FROM WS-CONST-FIRMAS-PIE
           ADD 1 TO WS-CONSTANCIAS.
       080-IMPRIME-CONSTANCIA-EXIT.
           EXIT.

       100-FIN.
           MOVE "REGISTROS LEIDOS DE HISARC:"     TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-HISARC    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "REGISTROS LEIDOS DE HISNOM:"     TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-HISNOM    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERIODOS DEL EJERCICIO:"         TO WS-CNT-CONCEPTO
           MOVE WS-ACUMULADOS       TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "EMPLEADOS DEL EJERCICIO:"        TO WS-CNT-CONCEPTO
           MOVE WS-CANT-EMP         TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "AJUSTES GRABADOS:"               TO WS-CNT-CONCEPTO
           MOVE WS-AJUSTES-GRABADOS TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "SIN DIFERENCIA:"                 TO WS-CNT-CONCEPTO
           MOVE WS-SIN-DIFERENCIA   TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "BAJAS / INACTIVOS SIN AJUSTE:"   TO WS-CNT-CONCEPTO
           MOVE WS-SIN-AJUSTE       TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "AJUSTES YA APLICADOS:"           TO WS-CNT-CONCEPTO
           MOVE WS-YA-APLICADOS     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "AJUSTES ANTERIORES RETIRADOS:"   TO WS-CNT-CONCEPTO
           MOVE WS-AJUSTES-RETIRADOS TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "CONSTANCIAS IMPRESAS:"           TO WS-CNT-CONCEPTO
           MOVE WS-CONSTANCIAS      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL BRUTO DEL EJERCICIO:"      TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-BRUTO      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL ISR RETENIDO:"             TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-RETENIDO   TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL ISR ANUAL:"                TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-ANUAL      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL SALDOS A FAVOR:"           TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-FAVOR      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL SALDOS A CARGO:"           TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-CARGO      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           IF WS-YA-APLICADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLEADOS
                 AJUSTE
                 REPORTE
                 CONSTAN
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0143"          TO WS-CTL-PROGRAMA
           MOVE WS-ACUMULADOS       TO WS-CTL-LEIDOS
           MOVE WS-AJUSTES-GRABADOS TO WS-CTL-GRABADOS
           MOVE RETURN-CODE         TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-HISARC-ABIERTO
               CLOSE HISARC
           END-IF
           IF WS-HISNOM-ABIERTO
               CLOSE HISNOM
           END-IF
           IF WS-TASAS-ABIERTO
               CLOSE TASAS
           END-IF
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-AJUSTE-ABIERTO
               CLOSE AJUSTE
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           IF WS-CONSTAN-ABIERTO
               CLOSE CONSTAN
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
