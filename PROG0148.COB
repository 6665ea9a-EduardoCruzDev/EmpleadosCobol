       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0148.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: REVISION DE INTEGRIDAD ENTRE ARCHIVOS. CORRE ANTES   *
       *>          DE LA CADENA DE NOMINA Y NO MODIFICA NADA: CRUZA EL  *
       *>          MAESTRO (EMPLEADOS) CONTRA LAS DEDUCCIONES FIJAS     *
       *>          (DEDUC), LOS CATALOGOS (DEPTOS, PUESTOS) Y EL        *
       *>          CALENDARIO DE PERIODOS (PERCTL) E IMPRIME UNA        *
       *>          EXCEPCION POR CADA: DEDUCCION DE UN EMPLEADO QUE YA  *
       *>          NO ESTA EN EL MAESTRO; EMPLEADO ACTIVO CON SALARIO   *
       *>          EN CEROS, SIN CUENTA O CON UNA CLABE INCORRECTA      *
       *>          (PROG0147); EMPLEADO INACTIVO CON DEDUCCIONES QUE    *
       *>          TODAVIA TIENEN SALDO; DEPARTAMENTO O PUESTO QUE NO   *
       *>          EXISTE EN SU CATALOGO; Y PERIODO DETENIDO EN UN      *
       *>          STATUS INTERMEDIO (ABIERTO, CALCULADO, CUADRADO O    *
       *>          DISPERSADO) DE UN MES ANTERIOR AL ULTIMO DEL         *
       *>          CALENDARIO. LOS PERIODOS DEL ULTIMO MES QUE NO ESTAN *
       *>          CERRADOS SE LISTAN COMO EN PROCESO. CON CUALQUIER    *
       *>          EXCEPCION TERMINA CON RETURN-CODE 8, Y EL CALCULO    *
       *>          DE LA NOMINA (PROG0122) NO ARRANCA MIENTRAS ESTA     *
       *>          REVISION NO TERMINE LIMPIA EN LA FECHA DE PROCESO.   *
       *>          PROG0126 NO LA EXIGE, PARA QUE LOS MOVIMIENTOS QUE   *
       *>          CORRIGEN LAS EXCEPCIONES SIEMPRE PUEDAN ENTRAR.      *
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
           SELECT DEDUC ASSIGN TO UT-S-DEDUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DD-DED-LLAVE
               FILE STATUS IS WS-FS-DEDUC.
           SELECT DEPTOS ASSIGN TO UT-S-DEPTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-DEPTO-COD
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT PUESTOS ASSIGN TO UT-S-PUESTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PUESTO-COD
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT PERCTL ASSIGN TO UT-S-PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-PERIODO
               FILE STATUS IS WS-FS-PERCTL.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

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

       FD DEPTOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEPTO.
       01 REG-DEPTO.
          COPY DEPTCAT.

       FD PUESTOS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 22 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-PUESTO.
       01 REG-PUESTO.
          COPY PUESCAT.

       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-EMP         PIC 9(05)    VALUE ZEROS.
          05 WS-LEIDOS-DEDUC       PIC 9(05)    VALUE ZEROS.
          05 WS-LEIDOS-PERCTL      PIC 9(05)    VALUE ZEROS.
          05 WS-EXCEPCIONES        PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-DED-HUERFANA   PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-SIN-SALARIO    PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-SIN-CUENTA     PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-CLABE          PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-INACTIVO-SALDO PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-DEPTO          PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-PUESTO         PIC 9(05)    VALUE ZEROS.
          05 WS-EXC-PERIODO        PIC 9(05)    VALUE ZEROS.
          05 WS-EN-PROCESO         PIC 9(05)    VALUE ZEROS.
          05 WS-DED-EMP-ACTUAL     PIC 9(06)    VALUE ZEROS.
          05 WS-ULTIMO-MES.
             10 WS-ULT-ANIO        PIC 9(04)    VALUE ZEROS.
             10 WS-ULT-MES         PIC 9(02)    VALUE ZEROS.
          05 WS-SALDO-EDIT         PIC Z(08)9.99.
          05 WS-SW-DEDUC           PIC X(01)    VALUE "N".
             88 WS-FIN-DEDUC                   VALUE "S".

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
          05 WS-FS-DEDUC           PIC X(02)    VALUE "00".
             88 WS-DEDUC-OK                    VALUE "00".
          05 WS-FS-DEPTOS          PIC X(02)    VALUE "00".
             88 WS-DEPTOS-OK                   VALUE "00".
          05 WS-FS-PUESTOS         PIC X(02)    VALUE "00".
             88 WS-PUESTOS-OK                  VALUE "00".
          05 WS-FS-PERCTL          PIC X(02)    VALUE "00".
             88 WS-PERCTL-OK                   VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
             88 WS-EMPLEADOS-CERRADO           VALUE "N".
          05 WS-SW-DEDUC-ABIERTO   PIC X(01)    VALUE "N".
             88 WS-DEDUC-ABIERTO               VALUE "S".
             88 WS-DEDUC-CERRADO               VALUE "N".
          05 WS-SW-PERCTL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-PERCTL-ABIERTO              VALUE "S".
             88 WS-PERCTL-CERRADO              VALUE "N".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

       01 WS-TABLA-DEPTOS.
          05 WS-CANT-DEPTOS        PIC 9(05)    VALUE ZEROS.
          05 WS-DEPTO-TAB OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-DEPTOS
                          INDEXED BY WS-IX-DEPTO.
             10 WS-DEPTO-COD-TAB   PIC 9(03).

       01 WS-TABLA-PUESTOS.
          05 WS-CANT-PUESTOS       PIC 9(05)    VALUE ZEROS.
          05 WS-PUESTO-TAB OCCURS 1 TO 100 TIMES
                           DEPENDING ON WS-CANT-PUESTOS
                           INDEXED BY WS-IX-PUESTO.
             10 WS-PUESTO-COD-TAB  PIC 9(02).

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(46)
             VALUE "REVISION DE INTEGRIDAD DE ARCHIVOS DE NOMINA".
          05 FILLER                PIC X(34)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(12)    VALUE "LLAVE".
          05 FILLER                PIC X(47)    VALUE "EXCEPCION".
          05 FILLER                PIC X(40)    VALUE "DATO".

       01 WS-DETALLE-EXCEPCION.
          05 FILLER                PIC X(01).
          05 WS-EXC-LLAVE          PIC X(10).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-EXC-DESCRIPCION    PIC X(45).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-EXC-DATO           PIC X(30).
          05 FILLER                PIC X(10)    VALUE SPACES.

       01 WS-LLAVE-DEDUC.
          05 WS-LLD-NUMERO         PIC 9(05).
          05 FILLER                PIC X(01)    VALUE "-".
          05 WS-LLD-CONCEPTO       PIC 9(02).
          05 FILLER                PIC X(02)    VALUE SPACES.

       01 WS-DATO-STATUS.
          05 FILLER                PIC X(08)    VALUE "STATUS: ".
          05 WS-DST-STATUS         PIC X(01).

       01 WS-DETALLE-CUENTA.
          05 FILLER                PIC X(01).
          05 WS-CNT-CONCEPTO       PIC X(45).
          05 WS-CNT-VALOR          PIC 9(07).
          05 FILLER                PIC X(47)    VALUE SPACES.

       01 WS-PETICION-CTL.
          COPY CTLPET.

       01 WS-PETICION-CLB.
          COPY CLBPET.

       LINKAGE SECTION.
       01 LK-FECHA.
          05 FILLER                PIC X(02).
          05 LK-DIA                PIC 9(02).
          05 LK-MES                PIC 9(02).
          05 LK-ANIO               PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           MOVE "PROG0148" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0148 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           WRITE REG-REPORTE FROM WS-TITULO-1
           WRITE REG-REPORTE FROM WS-TITULO-2.

       015-CARGA-CATALOGOS.
           OPEN INPUT DEPTOS
           IF NOT WS-DEPTOS-OK
               DISPLAY "PROG0148 - ERROR AL ABRIR DEPTOS, FS="
                       WS-FS-DEPTOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN INPUT PUESTOS
           IF NOT WS-PUESTOS-OK
               DISPLAY "PROG0148 - ERROR AL ABRIR PUESTOS, FS="
                       WS-FS-PUESTOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF.
       016-LEE-DEPTO.
           READ DEPTOS AT END
                GO TO 018-DEPTOS-LISTOS.
           ADD 1 TO WS-CANT-DEPTOS
           MOVE DC-DEPTO-COD  TO WS-DEPTO-COD-TAB(WS-CANT-DEPTOS)
           GO TO 016-LEE-DEPTO.
       018-DEPTOS-LISTOS.
           CLOSE DEPTOS.
       019-LEE-PUESTO.
           READ PUESTOS AT END
                GO TO 021-PUESTOS-LISTOS.
           ADD 1 TO WS-CANT-PUESTOS
           MOVE PC-PUESTO-COD  TO WS-PUESTO-COD-TAB(WS-CANT-PUESTOS)
           GO TO 019-LEE-PUESTO.
       021-PUESTOS-LISTOS.
           CLOSE PUESTOS.

       022-ABRE-MAESTROS.
           OPEN INPUT EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0148 - ERROR AL ABRIR EMPLEADOS, FS="
                       WS-FS-EMPLEADOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPLEADOS-ABIERTO TO TRUE
           OPEN INPUT DEDUC
           IF NOT WS-DEDUC-OK
               DISPLAY "PROG0148 - ERROR AL ABRIR DEDUC, FS="
                       WS-FS-DEDUC
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDUC-ABIERTO TO TRUE
           PERFORM 025-LEE-DEDUC THRU 025-LEE-DEDUC-EXIT
           GO TO 030-LEE-EMPLEADO.

      *>---------------------------------------------------------------*
      *>DEDUC Y EMPLEADOS SE LEEN A LA PAR EN ORDEN DE EMPLEADO. AL    *
      *>TERMINAR DEDUC LA LLAVE EN CURSO QUEDA EN 999999, MAYOR QUE    *
      *>CUALQUIER NUMERO DE EMPLEADO.                                  *
      *>---------------------------------------------------------------*
       025-LEE-DEDUC.
           READ DEDUC NEXT RECORD
               AT END
                   SET WS-FIN-DEDUC TO TRUE
                   MOVE 999999 TO WS-DED-EMP-ACTUAL
                   GO TO 025-LEE-DEDUC-EXIT
           END-READ
           ADD 1 TO WS-LEIDOS-DEDUC
           MOVE DD-DED-NUMERO-EMP TO WS-DED-EMP-ACTUAL.
       025-LEE-DEDUC-EXIT.
           EXIT.

       030-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   GO TO 045-DEDUC-RESTANTES
           END-READ
           ADD 1 TO WS-LEIDOS-EMP
           PERFORM 050-REVISA-EMPLEADO THRU 050-REVISA-EMPLEADO-EXIT.
       035-DEDUC-ANTERIORES.
           IF WS-DED-EMP-ACTUAL NOT < FD-NUMERO-EMP
               GO TO 040-DEDUC-DEL-EMPLEADO
           END-IF
           PERFORM 060-DEDUC-HUERFANA THRU 060-DEDUC-HUERFANA-EXIT
           PERFORM 025-LEE-DEDUC THRU 025-LEE-DEDUC-EXIT
           GO TO 035-DEDUC-ANTERIORES.
       040-DEDUC-DEL-EMPLEADO.
           IF WS-DED-EMP-ACTUAL NOT = FD-NUMERO-EMP
               GO TO 030-LEE-EMPLEADO
           END-IF
           IF FD-STATUS-EMP NOT = 1 AND
              DD-DED-LLEVA-SALDO AND DD-DED-SALDO > ZEROS
               ADD 1 TO WS-EXC-INACTIVO-SALDO
               MOVE FD-NUMERO-EMP       TO WS-LLD-NUMERO
               MOVE DD-DED-CONCEPTO     TO WS-LLD-CONCEPTO
               MOVE WS-LLAVE-DEDUC      TO WS-EXC-LLAVE
               MOVE "EMPLEADO INACTIVO CON SALDO EN DEDUCCION"
                                        TO WS-EXC-DESCRIPCION
               MOVE DD-DED-SALDO        TO WS-SALDO-EDIT
               MOVE WS-SALDO-EDIT       TO WS-EXC-DATO
               PERFORM 090-GRABA-EXCEPCION
                  THRU 090-GRABA-EXCEPCION-EXIT
           END-IF
           PERFORM 025-LEE-DEDUC THRU 025-LEE-DEDUC-EXIT
           GO TO 040-DEDUC-DEL-EMPLEADO.

       045-DEDUC-RESTANTES.
           IF WS-FIN-DEDUC
               GO TO 070-REVISA-PERIODOS
           END-IF
           PERFORM 060-DEDUC-HUERFANA THRU 060-DEDUC-HUERFANA-EXIT
           PERFORM 025-LEE-DEDUC THRU 025-LEE-DEDUC-EXIT
           GO TO 045-DEDUC-RESTANTES.

      *>---------------------------------------------------------------*
      *>REVISION DEL REGISTRO MAESTRO: CATALOGOS PARA TODOS; SALARIO   *
      *>Y CUENTA SOLO PARA LOS ACTIVOS, QUE SON LOS QUE SE PAGAN.      *
      *>---------------------------------------------------------------*
       050-REVISA-EMPLEADO.
           MOVE FD-NUMERO-EMP TO WS-EXC-LLAVE
           SET WS-IX-DEPTO TO 1
           SEARCH WS-DEPTO-TAB
               AT END
                   ADD 1 TO WS-EXC-DEPTO
                   MOVE "DEPARTAMENTO QUE NO EXISTE EN DEPTOS"
                                        TO WS-EXC-DESCRIPCION
                   MOVE FD-DEPTO-EMP    TO WS-EXC-DATO
                   PERFORM 090-GRABA-EXCEPCION
                      THRU 090-GRABA-EXCEPCION-EXIT
               WHEN WS-DEPTO-COD-TAB(WS-IX-DEPTO) = FD-DEPTO-EMP
                   CONTINUE
           END-SEARCH
           SET WS-IX-PUESTO TO 1
           SEARCH WS-PUESTO-TAB
               AT END
                   ADD 1 TO WS-EXC-PUESTO
                   MOVE "PUESTO QUE NO EXISTE EN PUESTOS"
                                        TO WS-EXC-DESCRIPCION
                   MOVE FD-PUESTO-EMP   TO WS-EXC-DATO
                   PERFORM 090-GRABA-EXCEPCION
                      THRU 090-GRABA-EXCEPCION-EXIT
               WHEN WS-PUESTO-COD-TAB(WS-IX-PUESTO) = FD-PUESTO-EMP
                   CONTINUE
           END-SEARCH
           IF FD-STATUS-EMP NOT = 1
               GO TO 050-REVISA-EMPLEADO-EXIT
           END-IF
           IF FD-SALARIO-EMP = ZEROS
               ADD 1 TO WS-EXC-SIN-SALARIO
               MOVE "EMPLEADO ACTIVO CON SALARIO EN CEROS"
                                        TO WS-EXC-DESCRIPCION
               MOVE FD-NOMBRE-EMP       TO WS-EXC-DATO
               PERFORM 090-GRABA-EXCEPCION
                  THRU 090-GRABA-EXCEPCION-EXIT
           END-IF
           IF FD-CUENTA-EMP = ZEROS
               ADD 1 TO WS-EXC-SIN-CUENTA
               MOVE "EMPLEADO ACTIVO SIN CUENTA DE DEPOSITO"
                                        TO WS-EXC-DESCRIPCION
               MOVE FD-NOMBRE-EMP       TO WS-EXC-DATO
               PERFORM 090-GRABA-EXCEPCION
                  THRU 090-GRABA-EXCEPCION-EXIT
               GO TO 050-REVISA-EMPLEADO-EXIT
           END-IF
           MOVE FD-CUENTA-EMP TO WS-CLB-CUENTA
           CALL "PROG0147" USING WS-PETICION-CLB
           IF NOT WS-CLB-VALIDA
               ADD 1 TO WS-EXC-CLABE
               MOVE FD-CUENTA-EMP       TO WS-EXC-DATO
               MOVE "CLABE CON BANCO O PLAZA INVALIDOS"
                                        TO WS-EXC-DESCRIPCION
               IF WS-CLB-DIGITO-INVALIDO
                   MOVE "CLABE CON DIGITO VERIFICADOR INCORRECTO"
                                        TO WS-EXC-DESCRIPCION
               END-IF
               PERFORM 090-GRABA-EXCEPCION
                  THRU 090-GRABA-EXCEPCION-EXIT
           END-IF.
       050-REVISA-EMPLEADO-EXIT.
           EXIT.

       060-DEDUC-HUERFANA.
           ADD 1 TO WS-EXC-DED-HUERFANA
           MOVE DD-DED-NUMERO-EMP      TO WS-LLD-NUMERO
           MOVE DD-DED-CONCEPTO        TO WS-LLD-CONCEPTO
           MOVE WS-LLAVE-DEDUC         TO WS-EXC-LLAVE
           MOVE "DEDUCCION DE EMPLEADO QUE NO ESTA EN EL MAESTRO"
                                       TO WS-EXC-DESCRIPCION
           MOVE DD-DED-DESCRIPCION     TO WS-EXC-DATO
           PERFORM 090-GRABA-EXCEPCION THRU 090-GRABA-EXCEPCION-EXIT.
       060-DEDUC-HUERFANA-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>CALENDARIO: UNA PRIMERA LECTURA DA EL ULTIMO MES REGISTRADO    *
      *>(LA LLAVE ES AAAAMMQ, EL ULTIMO REGISTRO ES EL MAS RECIENTE).  *
      *>EN LA SEGUNDA, UN PERIODO NO CERRADO DE UN MES ANTERIOR ESTA   *
      *>DETENIDO; LOS DEL ULTIMO MES PUEDEN ESTAR TODAVIA EN LA CADENA.*
      *>---------------------------------------------------------------*
       070-REVISA-PERIODOS.
           CLOSE EMPLEADOS
                 DEDUC
           SET WS-EMPLEADOS-CERRADO TO TRUE
           SET WS-DEDUC-CERRADO     TO TRUE
           OPEN INPUT PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0148 - ERROR AL ABRIR PERCTL, FS="
                       WS-FS-PERCTL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE.
       072-BUSCA-ULTIMO-MES.
           READ PERCTL NEXT RECORD
               AT END
                   GO TO 074-REABRE-PERCTL
           END-READ
           MOVE PE-ANIO TO WS-ULT-ANIO
           MOVE PE-MES  TO WS-ULT-MES
           GO TO 072-BUSCA-ULTIMO-MES.
       074-REABRE-PERCTL.
           CLOSE PERCTL
           SET WS-PERCTL-CERRADO TO TRUE
           OPEN INPUT PERCTL
           IF NOT WS-PERCTL-OK
               DISPLAY "PROG0148 - ERROR AL REABRIR PERCTL, FS="
                       WS-FS-PERCTL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE.
       076-LEE-PERIODO.
           READ PERCTL NEXT RECORD
               AT END
                   GO TO 100-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-PERCTL
           IF PE-CERRADO
               GO TO 076-LEE-PERIODO
           END-IF
           MOVE PE-PERIODO  TO WS-EXC-LLAVE
           MOVE PE-STATUS   TO WS-DST-STATUS
           MOVE WS-DATO-STATUS TO WS-EXC-DATO
           IF PE-ANIO = WS-ULT-ANIO AND PE-MES = WS-ULT-MES
               ADD 1 TO WS-EN-PROCESO
               MOVE "PERIODO EN PROCESO (AVISO, NO ES EXCEPCION)"
                                        TO WS-EXC-DESCRIPCION
               WRITE REG-REPORTE FROM WS-DETALLE-EXCEPCION
               GO TO 076-LEE-PERIODO
           END-IF
           ADD 1 TO WS-EXC-PERIODO
           MOVE "PERIODO DETENIDO EN STATUS INTERMEDIO"
                                        TO WS-EXC-DESCRIPCION
           PERFORM 090-GRABA-EXCEPCION THRU 090-GRABA-EXCEPCION-EXIT
           GO TO 076-LEE-PERIODO.

       090-GRABA-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES
           WRITE REG-REPORTE FROM WS-DETALLE-EXCEPCION
           MOVE SPACES TO WS-EXC-DATO.
       090-GRABA-EXCEPCION-EXIT.
           EXIT.

       100-FIN.
           MOVE "EMPLEADOS REVISADOS:"               TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-EMP         TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "DEDUCCIONES REVISADAS:"             TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-DEDUC       TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERIODOS REVISADOS:"                TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-PERCTL      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "DEDUCCIONES SIN EMPLEADO:"          TO WS-CNT-CONCEPTO
           MOVE WS-EXC-DED-HUERFANA   TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "ACTIVOS CON SALARIO EN CEROS:"      TO WS-CNT-CONCEPTO
           MOVE WS-EXC-SIN-SALARIO    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "ACTIVOS SIN CUENTA:"                TO WS-CNT-CONCEPTO
           MOVE WS-EXC-SIN-CUENTA     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "ACTIVOS CON CLABE INCORRECTA:"      TO WS-CNT-CONCEPTO
           MOVE WS-EXC-CLABE          TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "INACTIVOS CON SALDO EN DEDUCCIONES:" TO WS-CNT-CONCEPTO
           MOVE WS-EXC-INACTIVO-SALDO TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "DEPARTAMENTO FUERA DE CATALOGO:"    TO WS-CNT-CONCEPTO
           MOVE WS-EXC-DEPTO          TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PUESTO FUERA DE CATALOGO:"          TO WS-CNT-CONCEPTO
           MOVE WS-EXC-PUESTO         TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERIODOS DETENIDOS:"                TO WS-CNT-CONCEPTO
           MOVE WS-EXC-PERIODO        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "PERIODOS EN PROCESO:"               TO WS-CNT-CONCEPTO
           MOVE WS-EN-PROCESO         TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL DE EXCEPCIONES:"              TO WS-CNT-CONCEPTO
           MOVE WS-EXCEPCIONES        TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           IF WS-EXCEPCIONES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PERCTL
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0148"          TO WS-CTL-PROGRAMA
           MOVE WS-LEIDOS-EMP       TO WS-CTL-LEIDOS
           MOVE WS-EXCEPCIONES      TO WS-CTL-GRABADOS
           MOVE RETURN-CODE         TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-DEDUC-ABIERTO
               CLOSE DEDUC
           END-IF
           IF WS-PERCTL-ABIERTO
               CLOSE PERCTL
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
