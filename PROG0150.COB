       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0150.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: LIQUIDACION ANUAL DEL FONDO DE AHORRO. RECIBE POR    *
       *>          PARAMETRO EL ANIO DEL FONDO (AAAA) Y ACUMULA POR     *
       *>          EMPLEADO LAS DEDUCCIONES DE AHORRO (CONCEPTO 02) QUE *
       *>          DESCONTO PROG0122 EN LOS PERIODOS DE ESE ANIO,       *
       *>          LEYENDO PRIMERO EL ACUMULATIVO DAPARC QUE DEJA       *
       *>          PROG0136 (MESES YA DEPURADOS) Y DESPUES LA BITACORA  *
       *>          VIVA DEDAPL. DEL REGISTRO DE PARAMETROS (FAPARM)     *
       *>          TOMA EL PORCENTAJE DE APORTACION DE LA EMPRESA SOBRE *
       *>          EL AHORRO, EL TOPE ANUAL DE ESA APORTACION POR       *
       *>          EMPLEADO (CERO ES SIN TOPE) Y LOS INTERESES QUE      *
       *>          GENERO EL FONDO, QUE SE REPARTEN EN PROPORCION AL    *
       *>          AHORRO MAS LA APORTACION DE CADA EMPLEADO. A LOS     *
       *>          ACTIVOS EN EL MAESTRO SE LES PAGA EN UN ARCHIVO CON  *
       *>          EL LAYOUT DE NETOS (FAHNET) QUE PROG0125 DISPERSA EN *
       *>          CORRIDA EXTRAORDINARIA ("E"). LOS QUE CAUSARON BAJA  *
       *>          EN EL ANIO DEL FONDO YA NO ESTAN EN EL MAESTRO Y EL  *
       *>          FINIQUITO (PROG0142) NO INCLUYE EL AHORRO: SE LES    *
       *>          PAGA EN OTRO ARCHIVO CON EL MISMO LAYOUT (FAHBAJ)    *
       *>          QUE PROG0125 DISPERSA EN CORRIDA DE BAJAS ("B") CON  *
       *>          LA CUENTA DEL REGISTRO DE FINIQUITOS (FINHIS). SE    *
       *>          GRABA LA POLIZA DEL FONDO (FAHPOL, LAYOUT DE         *
       *>          PROG0133) CON EL GASTO DE LA APORTACION POR          *
       *>          DEPARTAMENTO DE AMBOS GRUPOS. SIN MAESTRO ACTIVO NI  *
       *>          FINIQUITO DE UNA BAJA DEL ANIO, O CON LA POLIZA      *
       *>          DESCUADRADA, TERMINA CON RETURN-CODE 8. IMPRIME UN   *
       *>          REPORTE CON TOTALES (REPORTE) Y UN ESTADO DE CUENTA  *
       *>          DE UNA PAGINA POR EMPLEADO (ESTFAH) EN EL ESTILO DE  *
       *>          PAGINA DE PROG0143.                                  *
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
           SELECT FAPARM ASSIGN TO UT-S-FAPARM
               FILE STATUS IS WS-FS-FAPARM.
           SELECT DAPARC ASSIGN TO UT-S-DAPARC
               FILE STATUS IS WS-FS-DAPARC.
           SELECT DEDAPL ASSIGN TO UT-S-DEDAPL
               FILE STATUS IS WS-FS-DEDAPL.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT FINHIS ASSIGN TO UT-S-FINHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQ-NUMERO-EMP
               FILE STATUS IS WS-FS-FINHIS.
           SELECT FAHNET ASSIGN TO UT-S-FAHNET
               FILE STATUS IS WS-FS-FAHNET.
           SELECT FAHBAJ ASSIGN TO UT-S-FAHBAJ
               FILE STATUS IS WS-FS-FAHBAJ.
           SELECT FAHPOL ASSIGN TO UT-S-FAHPOL
               FILE STATUS IS WS-FS-FAHPOL.
           SELECT ESTFAH ASSIGN TO UT-S-ESTFAH
               FILE STATUS IS WS-FS-ESTFAH.
           SELECT REPORTE ASSIGN TO UT-S-REPORTE
               FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD FAPARM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 29 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-FAPARM.
       01 REG-FAPARM.
          05 FA-ANIO               PIC 9(04).
          05 FA-PORC-PATRON        PIC 9(03)V99.
          05 FA-TOPE-PATRON        PIC 9(07)V99.
          05 FA-INTERESES          PIC 9(09)V99.

       FD DAPARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DAPARC.
       01 REG-DAPARC               PIC X(23).

       FD DEDAPL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEDAPL.
       01 REG-DEDAPL.
          COPY DAPREG.

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

       FD FINHIS
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 141 CHARACTERS
          DATA RECORD IS REG-FINHIS.
       01 REG-FINHIS.
          COPY FINREG.

       FD FAHNET
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-FAHNET.
       01 REG-FAHNET.
          COPY NETREG.

      *>---------------------------------------------------------------*
      *>MISMO LAYOUT QUE FAHNET; EL REGISTRO SE ARMA EN REG-FAHNET.    *
      *>---------------------------------------------------------------*
       FD FAHBAJ
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 107 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-FAHBAJ.
       01 REG-FAHBAJ               PIC X(107).

       FD FAHPOL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 40 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-FAHPOL.
       01 REG-FAHPOL               PIC X(40).

       FD ESTFAH
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-ESTFAH.
       01 REG-ESTFAH               PIC X(80).

       FD REPORTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-LEIDOS-DAPARC      PIC 9(07)    VALUE ZEROS.
          05 WS-LEIDOS-DEDAPL      PIC 9(07)    VALUE ZEROS.
          05 WS-ACUMULADOS         PIC 9(07)    VALUE ZEROS.
          05 WS-PAGADOS            PIC 9(05)    VALUE ZEROS.
          05 WS-PAGADOS-BAJA       PIC 9(05)    VALUE ZEROS.
          05 WS-EXCEPCIONES        PIC 9(05)    VALUE ZEROS.
          05 WS-ESTADOS            PIC 9(05)    VALUE ZEROS.
          05 WS-MOVTOS-POLIZA      PIC 9(05)    VALUE ZEROS.
          05 WS-SUB                PIC 9(05)    VALUE ZEROS.
          05 WS-NOMBRE-EMP         PIC X(30)    VALUE SPACES.
          05 WS-DEPTO-EMP          PIC 9(03)    VALUE ZEROS.
          05 WS-INTERES-EMP        PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-EMP          PIC 9(09)V99 VALUE ZEROS.
          05 WS-SW-SITUACION       PIC X(01)    VALUE SPACE.
             88 WS-SIT-DISPERSA                VALUE "D".
             88 WS-SIT-BAJA                    VALUE "B".
             88 WS-SIT-EXCEPCION               VALUE "X".
          05 WS-SW-PRIMER-ESTADO   PIC X(01)    VALUE "S".
             88 WS-ES-PRIMER-ESTADO            VALUE "S".
             88 WS-NO-ES-PRIMER-ESTADO         VALUE "N".

      *>---------------------------------------------------------------*
      *>PARAMETROS DEL FONDO. SE COPIAN DEL REGISTRO DE FAPARM PORQUE  *
      *>EL ARCHIVO SE CIERRA EN CUANTO SE LEE.                         *
      *>---------------------------------------------------------------*
       01 WS-PARAMETROS-FONDO.
          05 WS-PORC-PATRON        PIC 9(03)V99 VALUE ZEROS.
          05 WS-TOPE-PATRON        PIC 9(07)V99 VALUE ZEROS.
          05 WS-INTERESES-FONDO    PIC 9(09)V99 VALUE ZEROS.

      *>---------------------------------------------------------------*
      *>REPARTO DE INTERESES: EL REDONDEO SE ARRASTRA DE UN EMPLEADO A *
      *>OTRO. CADA UNO RECIBE LA DIFERENCIA ENTRE EL INTERES QUE LE    *
      *>TOCA A LA BASE ACUMULADA HASTA SU RENGLON Y LO YA REPARTIDO,   *
      *>ASI EL ULTIMO CIERRA EXACTO CONTRA EL TOTAL DE FAPARM.         *
      *>---------------------------------------------------------------*
       01 WS-AREAS-INTERES.
          05 WS-BASE-TOTAL         PIC 9(11)V99 VALUE ZEROS.
          05 WS-BASE-ACUMULADA     PIC 9(11)V99 VALUE ZEROS.
          05 WS-INTERES-ACUMULADO  PIC 9(09)V99 VALUE ZEROS.
          05 WS-INTERES-REPARTIDO  PIC 9(09)V99 VALUE ZEROS.

       01 WS-TOTALES-FONDO.
          05 WS-TOTAL-AHORRO       PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-PATRON       PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-INTERES      PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-FONDO        PIC 9(11)V99 VALUE ZEROS.
          05 WS-PAG-AHORRO         PIC 9(11)V99 VALUE ZEROS.
          05 WS-PAG-PATRON         PIC 9(11)V99 VALUE ZEROS.
          05 WS-PAG-INTERES        PIC 9(11)V99 VALUE ZEROS.
          05 WS-PAG-TOTAL          PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-BAJAS        PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-EXCEPCION    PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-CARGOS       PIC 9(11)V99 VALUE ZEROS.
          05 WS-TOTAL-ABONOS       PIC 9(11)V99 VALUE ZEROS.
          05 WS-SUMA-CONTROL       PIC 9(11)V99 VALUE ZEROS.

      *>---------------------------------------------------------------*
      *>AHORRO DEL ANIO POR EMPLEADO, EN EL ORDEN EN QUE APARECE EN    *
      *>DAPARC / DEDAPL, COMO EL ACUMULADO ANUAL DE PROG0143.          *
      *>---------------------------------------------------------------*
       01 WS-TABLA-ACUMULADOS.
          05 WS-CANT-EMP           PIC 9(05)    VALUE ZEROS.
          05 WS-ACUM-TAB OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-CANT-EMP
                         INDEXED BY WS-IX-EMP.
             10 WS-ACUM-NUMERO     PIC 9(05).
             10 WS-ACUM-PERIODOS   PIC 9(03).
             10 WS-ACUM-AHORRO     PIC 9(09)V99.
             10 WS-ACUM-PATRON     PIC 9(09)V99.
             10 WS-ACUM-TOPADO     PIC X(01).
                88 WS-ACUM-CON-TOPE            VALUE "S".

       01 WS-TABLA-CARGOS.
          05 WS-CANT-CARGOS        PIC 9(05)    VALUE ZEROS.
          05 WS-CARGO-TAB OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CANT-CARGOS
                          INDEXED BY WS-IX-CARGO.
             10 WS-CARGO-DEPTO-TAB PIC 9(03).
             10 WS-CARGO-IMP-TAB   PIC 9(09)V99.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-FAPARM          PIC X(02)    VALUE "00".
             88 WS-FAPARM-OK                   VALUE "00".
          05 WS-FS-DAPARC          PIC X(02)    VALUE "00".
             88 WS-DAPARC-OK                   VALUE "00".
          05 WS-FS-DEDAPL          PIC X(02)    VALUE "00".
             88 WS-DEDAPL-OK                   VALUE "00".
          05 WS-FS-EMPLEADOS       PIC X(02)    VALUE "00".
             88 WS-EMPLEADOS-OK               VALUE "00".
          05 WS-FS-FINHIS          PIC X(02)    VALUE "00".
             88 WS-FINHIS-OK                   VALUE "00".
          05 WS-FS-FAHNET          PIC X(02)    VALUE "00".
             88 WS-FAHNET-OK                   VALUE "00".
          05 WS-FS-FAHBAJ          PIC X(02)    VALUE "00".
             88 WS-FAHBAJ-OK                   VALUE "00".
          05 WS-FS-FAHPOL          PIC X(02)    VALUE "00".
             88 WS-FAHPOL-OK                   VALUE "00".
          05 WS-FS-ESTFAH          PIC X(02)    VALUE "00".
             88 WS-ESTFAH-OK                   VALUE "00".
          05 WS-FS-REPORTE         PIC X(02)    VALUE "00".
             88 WS-REPORTE-OK                  VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-FAPARM-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FAPARM-ABIERTO              VALUE "S".
             88 WS-FAPARM-CERRADO              VALUE "N".
          05 WS-SW-DAPARC-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-DAPARC-ABIERTO              VALUE "S".
             88 WS-DAPARC-CERRADO              VALUE "N".
          05 WS-SW-DEDAPL-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-DEDAPL-ABIERTO              VALUE "S".
             88 WS-DEDAPL-CERRADO              VALUE "N".
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
             88 WS-EMPLEADOS-ABIERTO           VALUE "S".
          05 WS-SW-FINHIS-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FINHIS-ABIERTO              VALUE "S".
          05 WS-SW-FAHNET-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FAHNET-ABIERTO              VALUE "S".
          05 WS-SW-FAHBAJ-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-FAHBAJ-ABIERTO              VALUE "S".
          05 WS-SW-FAHPOL-ABIERTA  PIC X(01)    VALUE "N".
             88 WS-FAHPOL-ABIERTA              VALUE "S".
          05 WS-SW-ESTFAH-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-ESTFAH-ABIERTO              VALUE "S".
          05 WS-SW-REPORTE-ABIERTO PIC X(01)    VALUE "N".
             88 WS-REPORTE-ABIERTO             VALUE "S".

       01 WS-POL-ENCABEZADO.
          05 FILLER                PIC X(01)    VALUE "H".
          05 WS-ENC-FECHA.
             10 WS-ENC-ANIO        PIC 9(04).
             10 WS-ENC-MES         PIC 9(02).
             10 WS-ENC-DIA         PIC 9(02).
          05 WS-ENC-QUINCENA       PIC 9(01)    VALUE ZERO.
          05 FILLER                PIC X(30)    VALUE SPACES.

       01 WS-POL-DETALLE.
          05 WS-POL-TIPO           PIC X(01).
          05 WS-POL-CENTRO-COSTO   PIC 9(03).
          05 WS-POL-CONCEPTO       PIC X(20).
          05 WS-POL-IMPORTE        PIC 9(09)V99.
          05 FILLER                PIC X(05)    VALUE SPACES.

       01 WS-POL-TOTAL.
          05 FILLER                PIC X(01)    VALUE "T".
          05 WS-TOT-CANTIDAD       PIC 9(05).
          05 WS-TOT-SUMA-CONTROL   PIC 9(11)V99.
          05 FILLER                PIC X(21)    VALUE SPACES.

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(41)
             VALUE "LIQUIDACION DEL FONDO DE AHORRO DEL ANIO ".
          05 WS-TIT-ANIO           PIC 9(04).
          05 FILLER                PIC X(35)    VALUE SPACES.

       01 WS-TITULO-PARAMETROS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(22)
             VALUE "APORTACION PATRONAL: ".
          05 WS-TP-PORCENTAJE      PIC ZZ9.99.
          05 FILLER                PIC X(13)    VALUE " % DEL AHORRO".
          05 FILLER                PIC X(15)
             VALUE "   TOPE ANUAL: ".
          05 WS-TP-TOPE            PIC Z(06)9.99.
          05 FILLER                PIC X(14)
             VALUE "   INTERESES: ".
          05 WS-TP-INTERESES       PIC Z(08)9.99.
          05 FILLER                PIC X(07)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(37)
             VALUE "EMP.   NOMBRE".
          05 FILLER                PIC X(26)
             VALUE "      AHORRO   APORTACION ".
          05 FILLER                PIC X(26)
             VALUE "   INTERESES        TOTAL ".
          05 FILLER                PIC X(10)    VALUE "SITUACION".

       01 WS-DETALLE-FONDO.
          05 FILLER                PIC X(01).
          05 WS-DET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-NOMBRE         PIC X(30).
          05 WS-DET-AHORRO         PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-PATRON         PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-INTERES        PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-TOTAL          PIC Z(08)9.99.
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-SITUACION      PIC X(10).

       01 WS-DETALLE-NOTA.
          05 FILLER                PIC X(08)    VALUE SPACES.
          05 WS-NOTA-TEXTO         PIC X(60).
          05 FILLER                PIC X(32)    VALUE SPACES.

       01 WS-NOTA-BAJA.
          05 FILLER                PIC X(08)    VALUE "BAJA EL ".
          05 WS-NB-DIA             PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-NB-MES             PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-NB-ANIO            PIC 9(04).
          05 FILLER                PIC X(42)
             VALUE ": SE DEPOSITA EN LA CUENTA DEL FINIQUITO".

       01 WS-NOTA-TOPE             PIC X(60)
          VALUE "APORTACION DE LA EMPRESA LIMITADA AL TOPE ANUAL".

       01 WS-TITULO-POLIZA.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(40)
             VALUE "POLIZA DEL FONDO DE AHORRO".
          05 FILLER                PIC X(40)    VALUE SPACES.

       01 WS-DETALLE-POLIZA.
          05 FILLER                PIC X(01).
          05 WS-DPO-TIPO           PIC X(06).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DPO-CENTRO         PIC 9(03).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DPO-CONCEPTO       PIC X(20).
          05 WS-DPO-IMPORTE        PIC Z(08)9.99.
          05 FILLER                PIC X(54)    VALUE SPACES.

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

       01 WS-EST-TITULO.
          05 FILLER                PIC X(22)    VALUE SPACES.
          05 FILLER                PIC X(36)
             VALUE "ESTADO DE CUENTA DEL FONDO DE AHORRO".
          05 FILLER                PIC X(22)    VALUE SPACES.

       01 WS-EST-ANIO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(16)
                                   VALUE "ANIO DEL FONDO: ".
          05 WS-EST-ANIO-FONDO     PIC 9(04).
          05 FILLER                PIC X(24)
                                   VALUE "   PERIODOS CON AHORRO: ".
          05 WS-EST-PERIODOS       PIC ZZ9.
          05 FILLER                PIC X(32)    VALUE SPACES.

       01 WS-EST-EMPLEADO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(10)    VALUE "EMPLEADO: ".
          05 WS-EST-NUMERO         PIC 9(05).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-EST-NOMBRE         PIC X(30).
          05 FILLER                PIC X(32)    VALUE SPACES.

       01 WS-EST-IMPORTE.
          05 FILLER                PIC X(01).
          05 WS-EST-CONCEPTO       PIC X(33).
          05 WS-EST-VALOR          PIC Z(08)9.99.
          05 FILLER                PIC X(34)    VALUE SPACES.

       01 WS-EST-LEYENDA.
          05 FILLER                PIC X(01).
          05 WS-EST-TEXTO          PIC X(60).
          05 FILLER                PIC X(19)    VALUE SPACES.

       01 WS-EST-FIRMAS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(30)
             VALUE "______________________________".
          05 FILLER                PIC X(10)    VALUE SPACES.
          05 FILLER                PIC X(30)
             VALUE "______________________________".
          05 FILLER                PIC X(09)    VALUE SPACES.

       01 WS-EST-FIRMAS-PIE.
          05 FILLER                PIC X(05)    VALUE SPACES.
          05 FILLER                PIC X(21)
             VALUE "FIRMA DE LA EMPRESA".
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
          05 LK-ANIO-FONDO         PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE "PROG0150" TO WS-CTL-PROGRAMA
           MOVE LK-ANIO    TO WS-CTL-ANIO
           MOVE LK-MES     TO WS-CTL-MES
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           IF LK-ANIO-FONDO IS NOT NUMERIC OR
              LK-ANIO-FONDO = ZEROS OR
              LK-ANIO-FONDO > LK-ANIO
               DISPLAY "PROG0150 - ANIO DEL FONDO INVALIDO: "
                       LK-ANIO-FONDO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF.

      *>---------------------------------------------------------------*
      *>UN SOLO REGISTRO DE PARAMETROS, QUE DEBE SER DEL MISMO ANIO    *
      *>QUE SE LIQUIDA PARA NO APLICAR EL PORCENTAJE O LOS INTERESES   *
      *>DE OTRO EJERCICIO.                                             *
      *>---------------------------------------------------------------*
       012-LEE-PARAMETROS.
           OPEN INPUT FAPARM
           IF NOT WS-FAPARM-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR FAPARM, FS="
                       WS-FS-FAPARM
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FAPARM-ABIERTO TO TRUE
           READ FAPARM AT END
                DISPLAY "PROG0150 - FAPARM SIN REGISTRO DE PARAMETROS"
                MOVE 12 TO RETURN-CODE
                GO TO 999-ABEND.
           IF FA-ANIO IS NOT NUMERIC OR
              FA-PORC-PATRON IS NOT NUMERIC OR
              FA-TOPE-PATRON IS NOT NUMERIC OR
              FA-INTERESES IS NOT NUMERIC
               DISPLAY "PROG0150 - REGISTRO INVALIDO EN FAPARM: "
                       REG-FAPARM
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF FA-ANIO NOT = LK-ANIO-FONDO
               DISPLAY "PROG0150 - FAPARM ES DEL ANIO " FA-ANIO
                       " Y SE LIQUIDA EL " LK-ANIO-FONDO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE FA-PORC-PATRON TO WS-PORC-PATRON
           MOVE FA-TOPE-PATRON TO WS-TOPE-PATRON
           MOVE FA-INTERESES   TO WS-INTERESES-FONDO
           CLOSE FAPARM
           SET WS-FAPARM-CERRADO TO TRUE.

      *>---------------------------------------------------------------*
      *>PRIMERO EL ACUMULATIVO (MESES YA DEPURADOS DE DEDAPL POR       *
      *>PROG0136) Y DESPUES LA BITACORA VIVA. PROG0136 MUEVE CADA      *
      *>REGISTRO A UNO U OTRO, ASI QUE NINGUN PERIODO SE CUENTA DOS    *
      *>VECES. SOLO SE TOMA EL CONCEPTO 02 (AHORRO) DEL ANIO DEL FONDO.*
      *>---------------------------------------------------------------*
       020-ABRE-DAPARC.
           OPEN INPUT DAPARC
           IF NOT WS-DAPARC-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR DAPARC, FS="
                       WS-FS-DAPARC
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DAPARC-ABIERTO TO TRUE.
       021-LEE-DAPARC.
           READ DAPARC INTO REG-DEDAPL AT END
                GO TO 022-DAPARC-LISTO.
           ADD 1 TO WS-LEIDOS-DAPARC
           IF DA-ANIO NOT = LK-ANIO-FONDO OR
              DA-CONCEPTO NOT = 02
               GO TO 021-LEE-DAPARC
           END-IF
           PERFORM 030-ACUMULA THRU 030-ACUMULA-EXIT
           GO TO 021-LEE-DAPARC.
       022-DAPARC-LISTO.
           CLOSE DAPARC
           SET WS-DAPARC-CERRADO TO TRUE
           OPEN INPUT DEDAPL
           IF NOT WS-DEDAPL-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR DEDAPL, FS="
                       WS-FS-DEDAPL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-DEDAPL-ABIERTO TO TRUE.
       023-LEE-DEDAPL.
           READ DEDAPL AT END
                GO TO 024-DEDAPL-LISTO.
           ADD 1 TO WS-LEIDOS-DEDAPL
           IF DA-ANIO NOT = LK-ANIO-FONDO OR
              DA-CONCEPTO NOT = 02
               GO TO 023-LEE-DEDAPL
           END-IF
           PERFORM 030-ACUMULA THRU 030-ACUMULA-EXIT
           GO TO 023-LEE-DEDAPL.
       024-DEDAPL-LISTO.
           CLOSE DEDAPL
           SET WS-DEDAPL-CERRADO TO TRUE
           GO TO 035-CALCULA-APORTACION.

      *>---------------------------------------------------------------*
      *>DEJA WS-IX-CARGO EN EL RENGLON DEL DEPARTAMENTO DE WS-DEPTO-EMP*
      *>Y LO DA DE ALTA EN CEROS SI ES NUEVO.                          *
      *>---------------------------------------------------------------*
       025-UBICA-DEPTO.
           SET WS-IX-CARGO TO 1
           SEARCH WS-CARGO-TAB
               AT END
                   IF WS-CANT-CARGOS = 200
                       DISPLAY "PROG0150 - MAS DE 200 DEPARTAMENTOS"
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
                   END-IF
                   ADD 1 TO WS-CANT-CARGOS
                   SET WS-IX-CARGO TO WS-CANT-CARGOS
                   MOVE WS-DEPTO-EMP
                     TO WS-CARGO-DEPTO-TAB(WS-IX-CARGO)
                   MOVE ZEROS TO WS-CARGO-IMP-TAB(WS-IX-CARGO)
               WHEN WS-CARGO-DEPTO-TAB(WS-IX-CARGO) = WS-DEPTO-EMP
                   CONTINUE
           END-SEARCH.
       025-UBICA-DEPTO-EXIT.
           EXIT.

       030-ACUMULA.
           ADD 1 TO WS-ACUMULADOS
           SET WS-IX-EMP TO 1
           SEARCH WS-ACUM-TAB
               AT END
                   GO TO 031-NUEVO-EMPLEADO
               WHEN WS-ACUM-NUMERO(WS-IX-EMP) = DA-NUMERO-EMP
                   GO TO 032-SUMA
           END-SEARCH.
       031-NUEVO-EMPLEADO.
           IF WS-CANT-EMP = 5000
               DISPLAY "PROG0150 - EMPLEADOS CON AHORRO EXCEDEN "
                       "LA TABLA DE 5000"
               MOVE 16 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           ADD 1 TO WS-CANT-EMP
           SET WS-IX-EMP TO WS-CANT-EMP
           MOVE DA-NUMERO-EMP TO WS-ACUM-NUMERO(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-PERIODOS(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-AHORRO(WS-IX-EMP)
           MOVE ZEROS         TO WS-ACUM-PATRON(WS-IX-EMP)
           MOVE "N"           TO WS-ACUM-TOPADO(WS-IX-EMP).
       032-SUMA.
           ADD 1                 TO WS-ACUM-PERIODOS(WS-IX-EMP)
           ADD DA-IMPORTE        TO WS-ACUM-AHORRO(WS-IX-EMP).
       030-ACUMULA-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>APORTACION DE LA EMPRESA = AHORRO DEL ANIO POR EL PORCENTAJE,  *
      *>LIMITADA AL TOPE ANUAL CUANDO LO HAY. LA BASE DEL REPARTO DE   *
      *>INTERESES ES AHORRO MAS APORTACION DE TODOS LOS PARTICIPANTES, *
      *>INCLUIDOS LOS QUE YA CAUSARON BAJA.                            *
      *>---------------------------------------------------------------*
       035-CALCULA-APORTACION.
           SET WS-IX-EMP TO 1.
       036-APORTACION-EMP.
           IF WS-IX-EMP > WS-CANT-EMP
               GO TO 040-ABRE-SALIDAS
           END-IF
           COMPUTE WS-ACUM-PATRON(WS-IX-EMP) ROUNDED =
               WS-ACUM-AHORRO(WS-IX-EMP) * WS-PORC-PATRON / 100
           IF WS-TOPE-PATRON > ZEROS AND
              WS-ACUM-PATRON(WS-IX-EMP) > WS-TOPE-PATRON
               MOVE WS-TOPE-PATRON TO WS-ACUM-PATRON(WS-IX-EMP)
               MOVE "S"            TO WS-ACUM-TOPADO(WS-IX-EMP)
           END-IF
           ADD WS-ACUM-AHORRO(WS-IX-EMP) TO WS-BASE-TOTAL
           ADD WS-ACUM-PATRON(WS-IX-EMP) TO WS-BASE-TOTAL
           SET WS-IX-EMP UP BY 1
           GO TO 036-APORTACION-EMP.

       040-ABRE-SALIDAS.
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR EMPLEADOS, FS="
                       WS-FS-EMPLEADOS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-EMPLEADOS-ABIERTO TO TRUE
           OPEN INPUT  FINHIS
           IF NOT WS-FINHIS-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR FINHIS, FS="
                       WS-FS-FINHIS
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FINHIS-ABIERTO TO TRUE
           OPEN OUTPUT FAHNET
           IF NOT WS-FAHNET-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR FAHNET, FS="
                       WS-FS-FAHNET
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FAHNET-ABIERTO TO TRUE
           OPEN OUTPUT FAHBAJ
           IF NOT WS-FAHBAJ-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR FAHBAJ, FS="
                       WS-FS-FAHBAJ
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FAHBAJ-ABIERTO TO TRUE
           OPEN OUTPUT FAHPOL
           IF NOT WS-FAHPOL-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR FAHPOL, FS="
                       WS-FS-FAHPOL
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-FAHPOL-ABIERTA TO TRUE
           OPEN OUTPUT ESTFAH
           IF NOT WS-ESTFAH-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR ESTFAH, FS="
                       WS-FS-ESTFAH
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-ESTFAH-ABIERTO TO TRUE
           OPEN OUTPUT REPORTE
           IF NOT WS-REPORTE-OK
               DISPLAY "PROG0150 - ERROR AL ABRIR REPORTE, FS="
                       WS-FS-REPORTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           MOVE LK-ANIO-FONDO      TO WS-TIT-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-1
           MOVE WS-PORC-PATRON     TO WS-TP-PORCENTAJE
           MOVE WS-TOPE-PATRON     TO WS-TP-TOPE
           MOVE WS-INTERESES-FONDO TO WS-TP-INTERESES
           WRITE REG-REPORTE FROM WS-TITULO-PARAMETROS
           WRITE REG-REPORTE FROM WS-TITULO-2
           MOVE LK-ANIO TO WS-ENC-ANIO
           MOVE LK-MES  TO WS-ENC-MES
           MOVE LK-DIA  TO WS-ENC-DIA
           WRITE REG-FAHPOL FROM WS-POL-ENCABEZADO
           SET WS-IX-EMP TO 1.

      *>---------------------------------------------------------------*
      *>UN EMPLEADO POR RENGLON DE LA TABLA: INTERESES, TOTAL Y        *
      *>SITUACION. ACTIVO EN EL MAESTRO SE PAGA EN FAHNET; CON         *
      *>FINIQUITO DE UNA BAJA DEL ANIO DEL FONDO SE PAGA EN FAHBAJ. EN *
      *>AMBOS CASOS LA APORTACION SE CARGA A SU DEPARTAMENTO. UN       *
      *>FINIQUITO DE OTRO ANIO ES DE UN EMPLEO ANTERIOR Y NO CUENTA:   *
      *>SIN MAESTRO ACTIVO NI BAJA DEL ANIO ES EXCEPCION.              *
      *>---------------------------------------------------------------*
       050-PROCESA-EMPLEADO.
           IF WS-IX-EMP > WS-CANT-EMP
               GO TO 090-GRABA-POLIZA
           END-IF
           MOVE SPACES TO WS-NOTA-TEXTO
           MOVE SPACES TO WS-NOMBRE-EMP
           PERFORM 055-CALCULA-INTERES THRU 055-CALCULA-INTERES-EXIT
           COMPUTE WS-TOTAL-EMP =
               WS-ACUM-AHORRO(WS-IX-EMP) + WS-ACUM-PATRON(WS-IX-EMP)
               + WS-INTERES-EMP
           ADD WS-ACUM-AHORRO(WS-IX-EMP) TO WS-TOTAL-AHORRO
           ADD WS-ACUM-PATRON(WS-IX-EMP) TO WS-TOTAL-PATRON
           ADD WS-INTERES-EMP            TO WS-TOTAL-INTERES
           ADD WS-TOTAL-EMP              TO WS-TOTAL-FONDO
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO FD-NUMERO-EMP
           READ EMPLEADOS
               INVALID KEY
                   GO TO 060-BUSCA-FINIQUITO
           END-READ
           MOVE FD-NOMBRE-EMP TO WS-NOMBRE-EMP
           IF FD-STATUS-EMP NOT = 1
               GO TO 060-BUSCA-FINIQUITO
           END-IF
           SET WS-SIT-DISPERSA TO TRUE
           MOVE "DISPERSA"    TO WS-DET-SITUACION
           MOVE FD-DEPTO-EMP  TO WS-DEPTO-EMP
           GO TO 065-PAGA.

       055-CALCULA-INTERES.
           MOVE ZEROS TO WS-INTERES-EMP
           IF WS-BASE-TOTAL = ZEROS
               GO TO 055-CALCULA-INTERES-EXIT
           END-IF
           ADD WS-ACUM-AHORRO(WS-IX-EMP) TO WS-BASE-ACUMULADA
           ADD WS-ACUM-PATRON(WS-IX-EMP) TO WS-BASE-ACUMULADA
           COMPUTE WS-INTERES-ACUMULADO ROUNDED =
               WS-INTERESES-FONDO * WS-BASE-ACUMULADA / WS-BASE-TOTAL
           COMPUTE WS-INTERES-EMP =
               WS-INTERES-ACUMULADO - WS-INTERES-REPARTIDO
           MOVE WS-INTERES-ACUMULADO TO WS-INTERES-REPARTIDO.
       055-CALCULA-INTERES-EXIT.
           EXIT.

       060-BUSCA-FINIQUITO.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO FQ-NUMERO-EMP
           READ FINHIS
               INVALID KEY
                   GO TO 062-EXCEPCION
           END-READ
           IF FQ-BAJA-ANIO NOT = LK-ANIO-FONDO
               GO TO 062-EXCEPCION
           END-IF
           SET WS-SIT-BAJA TO TRUE
           MOVE FQ-NOMBRE-EMP  TO WS-NOMBRE-EMP
           MOVE "BAJA"         TO WS-DET-SITUACION
           MOVE FQ-DEPTO-EMP   TO WS-DEPTO-EMP
           MOVE FQ-BAJA-DIA    TO WS-NB-DIA
           MOVE FQ-BAJA-MES    TO WS-NB-MES
           MOVE FQ-BAJA-ANIO   TO WS-NB-ANIO
           MOVE WS-NOTA-BAJA   TO WS-NOTA-TEXTO
           GO TO 065-PAGA.

       062-EXCEPCION.
           SET WS-SIT-EXCEPCION TO TRUE
           MOVE "EXCEPCION"    TO WS-DET-SITUACION
           IF WS-NOMBRE-EMP = SPACES
               MOVE "SIN MAESTRO NI FINIQUITO DEL ANIO: NO SE PAGA"
                                   TO WS-NOTA-TEXTO
           ELSE
               MOVE "INACTIVO SIN FINIQUITO DEL ANIO: NO SE PAGA"
                                   TO WS-NOTA-TEXTO
           END-IF
           ADD 1               TO WS-EXCEPCIONES
           ADD WS-TOTAL-EMP    TO WS-TOTAL-EXCEPCION
           GO TO 070-IMPRIME.

      *>---------------------------------------------------------------*
      *>PAGO EN LAYOUT DE NETOS COMO EL AGUINET DE PROG0140: TODO EL   *
      *>IMPORTE VA EN BRUTO Y EN NETO, SIN RETENCIONES. LOS ACTIVOS VAN*
      *>A FAHNET Y LAS BAJAS A FAHBAJ.                                 *
      *>---------------------------------------------------------------*
       065-PAGA.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO NT-NUMERO-EMP
           MOVE WS-NOMBRE-EMP          TO NT-NOMBRE-EMP
           MOVE WS-TOTAL-EMP           TO NT-SALARIO-BRUTO
           MOVE ZEROS                  TO NT-PERCEP-VAR
           MOVE ZEROS                  TO NT-DESC-VAR
           MOVE ZEROS                  TO NT-RETROACTIVO
           MOVE ZEROS                  TO NT-ISR
           MOVE ZEROS                  TO NT-IMSS
           MOVE ZEROS                  TO NT-OTRAS-DEDUCC
           MOVE WS-TOTAL-EMP           TO NT-SALARIO-NETO
           IF WS-SIT-BAJA
               WRITE REG-FAHBAJ FROM REG-FAHNET
               ADD 1            TO WS-PAGADOS-BAJA
               ADD WS-TOTAL-EMP TO WS-TOTAL-BAJAS
           ELSE
               WRITE REG-FAHNET
               ADD 1 TO WS-PAGADOS
           END-IF
           PERFORM 025-UBICA-DEPTO THRU 025-UBICA-DEPTO-EXIT
           ADD WS-ACUM-PATRON(WS-IX-EMP)
                                  TO WS-CARGO-IMP-TAB(WS-IX-CARGO)
           ADD WS-ACUM-AHORRO(WS-IX-EMP) TO WS-PAG-AHORRO
           ADD WS-ACUM-PATRON(WS-IX-EMP) TO WS-PAG-PATRON
           ADD WS-INTERES-EMP            TO WS-PAG-INTERES
           ADD WS-TOTAL-EMP              TO WS-PAG-TOTAL
           GO TO 070-IMPRIME.

       070-IMPRIME.
           MOVE WS-ACUM-NUMERO(WS-IX-EMP) TO WS-DET-NUMERO
           MOVE WS-NOMBRE-EMP             TO WS-DET-NOMBRE
           MOVE WS-ACUM-AHORRO(WS-IX-EMP) TO WS-DET-AHORRO
           MOVE WS-ACUM-PATRON(WS-IX-EMP) TO WS-DET-PATRON
           MOVE WS-INTERES-EMP            TO WS-DET-INTERES
           MOVE WS-TOTAL-EMP              TO WS-DET-TOTAL
           WRITE REG-REPORTE FROM WS-DETALLE-FONDO
           IF WS-NOTA-TEXTO NOT = SPACES
               WRITE REG-REPORTE FROM WS-DETALLE-NOTA
           END-IF
           IF WS-ACUM-CON-TOPE(WS-IX-EMP)
               MOVE WS-NOTA-TOPE TO WS-NOTA-TEXTO
               WRITE REG-REPORTE FROM WS-DETALLE-NOTA
           END-IF
           IF NOT WS-SIT-EXCEPCION
               PERFORM 080-IMPRIME-ESTADO THRU 080-IMPRIME-ESTADO-EXIT
           END-IF
           SET WS-IX-EMP UP BY 1
           GO TO 050-PROCESA-EMPLEADO.

       080-IMPRIME-ESTADO.
           IF WS-ES-PRIMER-ESTADO
               WRITE REG-ESTFAH FROM WS-EST-TITULO
               SET WS-NO-ES-PRIMER-ESTADO TO TRUE
           ELSE
               WRITE REG-ESTFAH FROM WS-EST-TITULO
                     AFTER ADVANCING PAGE
           END-IF
           MOVE LK-ANIO-FONDO               TO WS-EST-ANIO-FONDO
           MOVE WS-ACUM-PERIODOS(WS-IX-EMP) TO WS-EST-PERIODOS
           WRITE REG-ESTFAH FROM WS-EST-ANIO
           WRITE REG-ESTFAH FROM WS-LINEA-BLANCA
           MOVE WS-ACUM-NUMERO(WS-IX-EMP)   TO WS-EST-NUMERO
           MOVE WS-NOMBRE-EMP               TO WS-EST-NOMBRE
           WRITE REG-ESTFAH FROM WS-EST-EMPLEADO
           WRITE REG-ESTFAH FROM WS-LINEA-BLANCA
           MOVE "AHORRO DEL EMPLEADO:"      TO WS-EST-CONCEPTO
           MOVE WS-ACUM-AHORRO(WS-IX-EMP)   TO WS-EST-VALOR
           WRITE REG-ESTFAH FROM WS-EST-IMPORTE
           MOVE "APORTACION DE LA EMPRESA:" TO WS-EST-CONCEPTO
           MOVE WS-ACUM-PATRON(WS-IX-EMP)   TO WS-EST-VALOR
           WRITE REG-ESTFAH FROM WS-EST-IMPORTE
           MOVE "INTERESES DEL FONDO:"      TO WS-EST-CONCEPTO
           MOVE WS-INTERES-EMP              TO WS-EST-VALOR
           WRITE REG-ESTFAH FROM WS-EST-IMPORTE
           MOVE "TOTAL A RECIBIR:"          TO WS-EST-CONCEPTO
           MOVE WS-TOTAL-EMP                TO WS-EST-VALOR
           WRITE REG-ESTFAH FROM WS-EST-IMPORTE
           WRITE REG-ESTFAH FROM WS-LINEA-BLANCA
           IF WS-SIT-DISPERSA
               MOVE "SE DEPOSITA EN LA CUENTA DE NOMINA DEL EMPLEADO"
                                            TO WS-EST-TEXTO
           ELSE
               MOVE WS-NOTA-TEXTO           TO WS-EST-TEXTO
           END-IF
           WRITE REG-ESTFAH FROM WS-EST-LEYENDA
           IF WS-ACUM-CON-TOPE(WS-IX-EMP)
               MOVE WS-NOTA-TOPE            TO WS-EST-TEXTO
               WRITE REG-ESTFAH FROM WS-EST-LEYENDA
           END-IF
           WRITE REG-ESTFAH FROM WS-LINEA-BLANCA
           WRITE REG-ESTFAH FROM WS-LINEA-BLANCA
           WRITE REG-ESTFAH FROM WS-EST-FIRMAS
           WRITE REG-ESTFAH FROM WS-EST-FIRMAS-PIE
           ADD 1 TO WS-ESTADOS.
       080-IMPRIME-ESTADO-EXIT.
           EXIT.

      *>---------------------------------------------------------------*
      *>POLIZA DEL FONDO, POR LO QUE SE DISPERSA EN FAHNET Y FAHBAJ:   *
      *>CARGO DE LA APORTACION POR DEPARTAMENTO, CARGO DEL AHORRO      *
      *>RETENIDO EN NOMINA Y DE LOS INTERESES, CONTRA UN ABONO DEL     *
      *>FONDO POR PAGAR. LAS EXCEPCIONES NO SE CONTABILIZAN.           *
      *>---------------------------------------------------------------*
       090-GRABA-POLIZA.
           WRITE REG-REPORTE FROM WS-TITULO-POLIZA
           MOVE 1 TO WS-SUB.
       092-GRABA-CARGO.
           IF WS-SUB > WS-CANT-CARGOS
               GO TO 094-GRABA-RESTO
           END-IF
           MOVE "D"                        TO WS-POL-TIPO
           MOVE WS-CARGO-DEPTO-TAB(WS-SUB) TO WS-POL-CENTRO-COSTO
           MOVE "GASTO FONDO AHORRO"       TO WS-POL-CONCEPTO
           MOVE WS-CARGO-IMP-TAB(WS-SUB)   TO WS-POL-IMPORTE
           PERFORM 096-GRABA-MOVTO THRU 096-GRABA-MOVTO-EXIT
           ADD 1 TO WS-SUB
           GO TO 092-GRABA-CARGO.
       094-GRABA-RESTO.
           MOVE "D"                    TO WS-POL-TIPO
           MOVE ZEROS                  TO WS-POL-CENTRO-COSTO
           MOVE "AHORRO RETENIDO"      TO WS-POL-CONCEPTO
           MOVE WS-PAG-AHORRO          TO WS-POL-IMPORTE
           PERFORM 096-GRABA-MOVTO THRU 096-GRABA-MOVTO-EXIT
           MOVE "D"                    TO WS-POL-TIPO
           MOVE ZEROS                  TO WS-POL-CENTRO-COSTO
           MOVE "INTERESES FONDO"      TO WS-POL-CONCEPTO
           MOVE WS-PAG-INTERES         TO WS-POL-IMPORTE
           PERFORM 096-GRABA-MOVTO THRU 096-GRABA-MOVTO-EXIT
           MOVE "C"                    TO WS-POL-TIPO
           MOVE ZEROS                  TO WS-POL-CENTRO-COSTO
           MOVE "FONDO AHORRO X PAGAR" TO WS-POL-CONCEPTO
           MOVE WS-PAG-TOTAL           TO WS-POL-IMPORTE
           PERFORM 096-GRABA-MOVTO THRU 096-GRABA-MOVTO-EXIT
           MOVE WS-MOVTOS-POLIZA TO WS-TOT-CANTIDAD
           MOVE WS-SUMA-CONTROL  TO WS-TOT-SUMA-CONTROL
           WRITE REG-FAHPOL FROM WS-POL-TOTAL
           GO TO 100-FIN.

       096-GRABA-MOVTO.
           WRITE REG-FAHPOL FROM WS-POL-DETALLE
           ADD 1 TO WS-MOVTOS-POLIZA
           ADD WS-POL-IMPORTE TO WS-SUMA-CONTROL
           IF WS-POL-TIPO = "D"
               ADD WS-POL-IMPORTE TO WS-TOTAL-CARGOS
               MOVE "CARGO "      TO WS-DPO-TIPO
           ELSE
               ADD WS-POL-IMPORTE TO WS-TOTAL-ABONOS
               MOVE "ABONO "      TO WS-DPO-TIPO
           END-IF
           MOVE WS-POL-CENTRO-COSTO TO WS-DPO-CENTRO
           MOVE WS-POL-CONCEPTO     TO WS-DPO-CONCEPTO
           MOVE WS-POL-IMPORTE      TO WS-DPO-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-POLIZA.
       096-GRABA-MOVTO-EXIT.
           EXIT.

       100-FIN.
           MOVE "REGISTROS LEIDOS DE DAPARC:"     TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-DAPARC    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "REGISTROS LEIDOS DE DEDAPL:"     TO WS-CNT-CONCEPTO
           MOVE WS-LEIDOS-DEDAPL    TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "DESCUENTOS DE AHORRO DEL ANIO:"  TO WS-CNT-CONCEPTO
           MOVE WS-ACUMULADOS       TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "EMPLEADOS EN EL FONDO:"          TO WS-CNT-CONCEPTO
           MOVE WS-CANT-EMP         TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "ACTIVOS PAGADOS (FAHNET):"       TO WS-CNT-CONCEPTO
           MOVE WS-PAGADOS          TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "BAJAS PAGADAS (FAHBAJ):"         TO WS-CNT-CONCEPTO
           MOVE WS-PAGADOS-BAJA     TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "EXCEPCIONES SIN PAGO:"           TO WS-CNT-CONCEPTO
           MOVE WS-EXCEPCIONES      TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "ESTADOS DE CUENTA IMPRESOS:"     TO WS-CNT-CONCEPTO
           MOVE WS-ESTADOS          TO WS-CNT-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-CUENTA
           MOVE "TOTAL AHORRO DEL ANIO:"          TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-AHORRO     TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL APORTACION EMPRESA:"       TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-PATRON     TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL INTERESES REPARTIDOS:"     TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-INTERES    TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL DEL FONDO:"                TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-FONDO      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL A DISPERSAR:"              TO WS-IMP-CONCEPTO
           MOVE WS-PAG-TOTAL        TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "DE ELLO, BAJAS (FAHBAJ):"        TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-BAJAS      TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL EN EXCEPCION:"             TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-EXCEPCION  TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL DE CARGOS:"                TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-CARGOS     TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           MOVE "TOTAL DE ABONOS:"                TO WS-IMP-CONCEPTO
           MOVE WS-TOTAL-ABONOS     TO WS-IMP-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-IMPORTE
           IF WS-INTERESES-FONDO > ZEROS AND WS-BASE-TOTAL = ZEROS
               DISPLAY "PROG0150 - SIN AHORRO EN EL ANIO, INTERESES "
                       "SIN REPARTIR: " WS-INTERESES-FONDO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-EXCEPCIONES > ZEROS
               DISPLAY "PROG0150 - EMPLEADOS SIN MAESTRO ACTIVO NI "
                       "BAJA DEL ANIO: " WS-EXCEPCIONES
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-CARGOS NOT = WS-TOTAL-ABONOS
               DISPLAY "PROG0150 - POLIZA DESCUADRADA, CARGOS="
                       WS-TOTAL-CARGOS " ABONOS=" WS-TOTAL-ABONOS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE EMPLEADOS
                 FINHIS
                 FAHNET
                 FAHBAJ
                 FAHPOL
                 ESTFAH
                 REPORTE
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

       990-TERMINA-CTL.
           SET WS-CTL-GRABA-FIN TO TRUE
           MOVE "PROG0150"    TO WS-CTL-PROGRAMA
           COMPUTE WS-CTL-LEIDOS = WS-LEIDOS-DAPARC + WS-LEIDOS-DEDAPL
           COMPUTE WS-CTL-GRABADOS = WS-PAGADOS + WS-PAGADOS-BAJA
           MOVE RETURN-CODE   TO WS-CTL-RETORNO
           CALL "PROG0137" USING WS-PETICION-CTL.
       990-TERMINA-CTL-EXIT.
           EXIT.

       999-ABEND.
           IF WS-FAPARM-ABIERTO
               CLOSE FAPARM
           END-IF
           IF WS-DAPARC-ABIERTO
               CLOSE DAPARC
           END-IF
           IF WS-DEDAPL-ABIERTO
               CLOSE DEDAPL
           END-IF
           IF WS-EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS
           END-IF
           IF WS-FINHIS-ABIERTO
               CLOSE FINHIS
           END-IF
           IF WS-FAHNET-ABIERTO
               CLOSE FAHNET
           END-IF
           IF WS-FAHBAJ-ABIERTO
               CLOSE FAHBAJ
           END-IF
           IF WS-FAHPOL-ABIERTA
               CLOSE FAHPOL
           END-IF
           IF WS-ESTFAH-ABIERTO
               CLOSE ESTFAH
           END-IF
           IF WS-REPORTE-ABIERTO
               CLOSE REPORTE
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
