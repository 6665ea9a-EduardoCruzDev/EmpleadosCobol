       *>          EL SALDO, QUE SE REBAJA EN EL MISMO MAESTRO, Y EL     *
       *>          TOTAL DESCONTADO VIAJA EN EL REGISTRO DE NETOS PARA   *
       *>          QUE PROG0124 CUADRE BRUTO-ISR-IMSS-OTRAS = NETO.      *
       *>          ANTES DEL ISR SE APLICAN LAS INCIDENCIAS DEL PERIODO *
       *>          (INCIDEN, DEPURADAS POR PROG0141): LAS HORAS EXTRA   *
       *>          Y BONOS SE SUMAN Y LAS FALTAS E INCAPACIDADES SE     *
       *>          RESTAN DEL SUELDO BASE PARA FORMAR EL BRUTO.         *
       *>          CADA CORRIDA ES DE UNA SOLA FRECUENCIA DE PAGO: CON  *
       *>          QUINCENA 0 SE CALCULA LA NOMINA MENSUAL (EMPLEADOS   *
       *>          "M", SUELDO COMPLETO, TARIFA "I") Y CON QUINCENA 1 O *
       *>          2 LA QUINCENAL (EMPLEADOS "Q", MEDIO SUELDO, TARIFA  *
       *>          "Q"); LOS EMPLEADOS DE LA OTRA FRECUENCIA SE SALTAN. *
       *>          LAS DIFERENCIAS RETROACTIVAS PENDIENTES QUE CALCULA  *
       *>          PROG0144 (RETRO) SE SUMAN AL BRUTO COMO PERCEPCION   *
       *>          SEPARADA EN EL PRIMER PERIODO QUE SE LE CALCULA AL   *
       *>          EMPLEADO, Y EL REVERSO LAS REGRESA A PENDIENTES.     *
       *>          NO ARRANCA SI LA REVISION DE INTEGRIDAD DE ARCHIVOS  *
       *>          (PROG0148) NO TERMINO LIMPIA EN LA FECHA DE PROCESO. *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  02/09/26  ECR  SE APLICAN LAS DEDUCCIONES FIJAS DEL MAESTRO
       *>                 RECHAZADA NO TRUNQUE LOS NETOS YA PAGABLES
       *>                 DEL PERIODO; EN PERIODO NUEVO SE REPONE LA
       *>                 LLAVE DE PERCTL DESPUES DEL INVALID KEY.
       *>  15/10/26  ECR  SE APLICAN LAS INCIDENCIAS DEL PERIODO QUE
       *>                 DEPURA PROG0141 (INCIDEN): HORAS EXTRA Y
       *>                 BONOS SE SUMAN Y FALTAS E INCAPACIDADES SE
       *>                 RESTAN DEL SUELDO BASE ANTES DEL ISR, CON
       *>                 TOPE EN EL SUELDO MAS LAS PERCEPCIONES. NETOS
       *>                 E HISNOM LLEVAN LAS PARTIDAS VARIABLES POR
       *>                 SEPARADO Y PASAN A 98 Y 95 BYTES.
       *>  15/10/26  ECR  SE APLICA EL AJUSTE ANUAL DE ISR QUE GRABA
       *>                 PROG0143 (AJUSTE) CONTRA EL ISR DEL PERIODO;
       *>                 EL REVERSO REGRESA LO APLICADO AL SALDO.
       *>                 HISNOM CONSERVA EL ISR DE TARIFA. EL LAYOUT DE
       *>                 TASAS PASA AL COPY TASREG CON EL TIPO "A"
       *>                 (ANUAL).
       *>  15/10/26  ECR  SE CALCULAN LAS APORTACIONES PATRONALES
       *>                 (CUOTAS IMSS, INFONAVIT, SAR E ISN) CON LOS
       *>                 PORCENTAJES DE TASAS Y SE GRABAN POR EMPLEADO
       *>                 EN EL ARCHIVO DE COSTO PATRONAL DEL PERIODO
       *>                 (COSPAT).
       *>  15/10/26  ECR  NOMINA QUINCENAL: SE RECIBE LA QUINCENA (0
       *>                 MENSUAL, 1 O 2) QUE COMPLETA LA LLAVE DEL
       *>                 PERIODO EN PERCTL, HISNOM, DEDAPL, INCIDEN Y
       *>                 AJUSTE; CADA CORRIDA CALCULA SOLO A LOS
       *>                 EMPLEADOS DE SU FRECUENCIA (EMPREG), LOS
       *>                 QUINCENALES CON MEDIO SUELDO Y LA TARIFA DE
       *>                 ISR QUINCENAL (TIPO "Q" DE TASAS).
       *>  15/10/26  ECR  SE PAGAN LAS DIFERENCIAS RETROACTIVAS QUE
       *>                 CALCULA PROG0144 (RETRO) COMO PERCEPCION
       *>                 SEPARADA DENTRO DEL BRUTO; EL REVERSO LAS
       *>                 REGRESA A PENDIENTES. NETOS E HISNOM LLEVAN EL
       *>                 RETROACTIVO Y PASAN A 107 Y 105 BYTES.
       *>  15/10/26  ECR  EL CALENDARIO DE PERIODOS (PERCTL) PASA DE 8 A
       *>                 9 BYTES POR EL STATUS DE TIMBRADO (PERREG); UN
       *>                 PERIODO NUEVO NACE SIN RECIBOS ENVIADOS.
       *>  15/10/26  ECR  LA BITACORA DEDAPL PASA AL MIEMBRO DAPREG Y
       *>                 REGISTRA TODA DEDUCCION FIJA APLICADA, NO SOLO
       *>                 LAS QUE LLEVAN SALDO, PARA DESGLOSAR POR
       *>                 CONCEPTO EL RECIBO ELECTRONICO; EL REVERSO
       *>                 SOLO RESTAURA SALDOS.
       *>  15/10/26  ECR  ANTES DE LEER PERCTL SE EXIGE QUE LA REVISION
       *>                 DE INTEGRIDAD DE ARCHIVOS (PROG0148) HAYA
       *>                 TERMINADO LIMPIA EN LA FECHA DE PROCESO.
       *>  15/10/26  ECR  EL COSTO PATRONAL (COSPAT) PASA DE 65 A 66
       *>                 BYTES: LLEVA LA QUINCENA DE LA CORRIDA
       *>                 (CPAREG).
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-DEDAPL.
           SELECT DEDDEPUR ASSIGN TO UT-S-DEDDEPUR
               FILE STATUS IS WS-FS-DEDDEPUR.
           SELECT INCIDEN ASSIGN TO UT-S-INCIDEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-LLAVE
               FILE STATUS IS WS-FS-INCIDEN.
           SELECT COSPAT ASSIGN TO UT-S-COSPAT
               FILE STATUS IS WS-FS-COSPAT.
           SELECT AJUSTE ASSIGN TO UT-S-AJUSTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-LLAVE
               FILE STATUS IS WS-FS-AJUSTE.
           SELECT RETRO ASSIGN TO UT-S-RETRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-LLAVE
               FILE STATUS IS WS-FS-RETRO.

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

       FD HISNOM
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISNOM.
       01 REG-HISNOM.
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-TASA.
       01 REG-TASA.
          COPY TASREG.

       FD DEDUC
          LABEL RECORDS ARE STANDARD

       FD PERCTL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 9 CHARACTERS
          DATA RECORD IS REG-PERCTL.
       01 REG-PERCTL.
          COPY PERREG.

       FD HISDEPUR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 105 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-HISDEPUR.
       01 REG-HISDEPUR             PIC X(105).

      *>---------------------------------------------------------------*
      *>BITACORA DE DEDUCCIONES APLICADAS: UN REGISTRO POR CADA        *
      *>DEDUCCION FIJA DESCONTADA, CON EL PERIODO QUE LA APLICO. ES LO *
      *>QUE LE PERMITE AL REVERSO REGRESAR LOS IMPORTES A LOS SALDOS;  *
      *>EL TOTAL NT-OTRAS-DEDUCC DE NETOS NO ALCANZA PARA              *
      *>RECONSTRUIRLOS POR CONCEPTO.                                   *
      *>---------------------------------------------------------------*
       FD DEDAPL
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEDAPL.
       01 REG-DEDAPL.
          COPY DAPREG.

       FD DEDDEPUR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-DEDDEPUR.
       01 REG-DEDDEPUR             PIC X(23).

       FD INCIDEN
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS
          DATA RECORD IS REG-INCIDEN.
       01 REG-INCIDEN.
          COPY INCREG.

       FD COSPAT
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 66 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-COSPAT.
       01 REG-COSPAT.
          COPY CPAREG.

       FD AJUSTE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 108 CHARACTERS
          DATA RECORD IS REG-AJUSTE.
       01 REG-AJUSTE.
          COPY AJUREG.

       FD RETRO
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 65 CHARACTERS
          DATA RECORD IS REG-RETRO.
       01 REG-RETRO.
          COPY RETREG.

       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
                                               ==WS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==WS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==WS-ING-MES==
                        ==CPY-ING-DIA==       BY ==WS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==WS-FRECUENCIA-EMP==.
          05 WS-LEIDOS-EMP         PIC 9(05)    VALUE ZEROS.
          05 WS-OTRA-FRECUENCIA    PIC 9(05)    VALUE ZEROS.
          05 WS-SUELDO-PERIODO     PIC 9(07)V99 VALUE ZEROS.
          05 WS-PERCEP-EMP         PIC 9(07)V99 VALUE ZEROS.
          05 WS-DESC-EMP           PIC 9(07)V99 VALUE ZEROS.
          05 WS-TOPE-DESC          PIC 9(07)V99 VALUE ZEROS.
          05 WS-BRUTO-EMP          PIC 9(07)V99 VALUE ZEROS.
          05 WS-RETRO-EMP          PIC 9(07)V99 VALUE ZEROS.
          05 WS-RETROS-APLICADOS   PIC 9(05)    VALUE ZEROS.
          05 WS-INCID-APLICADAS    PIC 9(05)    VALUE ZEROS.
          05 WS-DESC-TOPADOS       PIC 9(05)    VALUE ZEROS.
          05 WS-ISR-EMP            PIC 9(07)V99 VALUE ZEROS.
          05 WS-ISR-TARIFA-EMP     PIC 9(07)V99 VALUE ZEROS.
          05 WS-AJU-DISPONIBLE     PIC 9(07)V99 VALUE ZEROS.
          05 WS-AJU-APLICADO       PIC 9(07)V99 VALUE ZEROS.
          05 WS-AJUSTES-APLICADOS  PIC 9(05)    VALUE ZEROS.
          05 WS-IMSS-EMP           PIC 9(07)V99 VALUE ZEROS.
          05 WS-OTRAS-EMP          PIC 9(07)V99 VALUE ZEROS.
          05 WS-DED-PROGRAMADA     PIC 9(07)V99 VALUE ZEROS.

       01 WS-TOTALES-NOMINA.
          05 WS-TOTAL-BRUTO        PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PERCEP       PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-DESC         PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-RETRO        PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-ISR          PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-IMSS         PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-OTRAS        PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-AJU-FAVOR    PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-AJU-CARGO    PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-PATRON       PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-NETO         PIC 9(09)V99 VALUE ZEROS.

       01 WS-STATUS-ARCHIVOS.
             88 WS-DEDAPL-OK                   VALUE "00".
          05 WS-FS-DEDDEPUR        PIC X(02)    VALUE "00".
             88 WS-DEDDEPUR-OK                 VALUE "00".
          05 WS-FS-INCIDEN         PIC X(02)    VALUE "00".
             88 WS-INCIDEN-OK                  VALUE "00".
          05 WS-FS-AJUSTE          PIC X(02)    VALUE "00".
             88 WS-AJUSTE-OK                   VALUE "00".
          05 WS-FS-RETRO           PIC X(02)    VALUE "00".
             88 WS-RETRO-OK                    VALUE "00".
          05 WS-FS-COSPAT          PIC X(02)    VALUE "00".
             88 WS-COSPAT-OK                   VALUE "00".

       01 WS-SWITCHES-ARCHIVOS.
          05 WS-SW-EMPLEADOS-ABIERTO PIC X(01)  VALUE "N".
          05 WS-SW-DEDDEPUR-ABIERTO PIC X(01)   VALUE "N".
             88 WS-DEDDEPUR-ABIERTO            VALUE "S".
             88 WS-DEDDEPUR-CERRADO            VALUE "N".
          05 WS-SW-INCIDEN-ABIERTO PIC X(01)    VALUE "N".
             88 WS-INCIDEN-ABIERTO             VALUE "S".
          05 WS-SW-AJUSTE-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-AJUSTE-ABIERTO              VALUE "S".
          05 WS-SW-RETRO-ABIERTO   PIC X(01)    VALUE "N".
             88 WS-RETRO-ABIERTO               VALUE "S".
          05 WS-SW-COSPAT-ABIERTO  PIC X(01)    VALUE "N".
             88 WS-COSPAT-ABIERTO              VALUE "S".
          05 WS-SW-PERIODO-NUEVO   PIC X(01)    VALUE "N".
             88 WS-PERIODO-NUEVO               VALUE "S".

          05 WS-APL-CONSERVADOS    PIC 9(05)    VALUE ZEROS.
          05 WS-DED-RESTAURADAS    PIC 9(05)    VALUE ZEROS.
          05 WS-DED-NO-HALLADAS    PIC 9(05)    VALUE ZEROS.
          05 WS-AJU-RESTAURADOS    PIC 9(05)    VALUE ZEROS.
          05 WS-RET-RESTAURADOS    PIC 9(05)    VALUE ZEROS.

       *>---------------------------------------------------------------*
       *>TABLA DE ISR DEL PERIODO, MENSUAL ("I") O QUINCENAL ("Q") SEGUN *
       *>LA FRECUENCIA DE LA CORRIDA (CUOTA FIJA + PORCENTAJE SOBRE      *
       *>EXCEDENTE DEL LIMITE INFERIOR) Y PORCENTAJE DE IMSS. SE CARGAN  *
       *>DEL ARCHIVO DE TASAS TOMANDO LA VERSION CON FECHA DE VIGENCIA   *
       *>MAS RECIENTE QUE NO EXCEDA LA FECHA DE PROCESO; LOS RENGLONES   *
       *>DE CADA VERSION DEBEN VENIR EN ORDEN ASCENDENTE DE LIMITE       *
       *>INFERIOR. SI NINGUNA VERSION CUBRE LA FECHA, EL PROGRAMA        *
       *>TERMINA CON RETURN-CODE 16.                                     *
       *>---------------------------------------------------------------*
                                   PIC 9(08).
          05 WS-VIG-ISR            PIC 9(08)    VALUE ZEROS.
          05 WS-VIG-IMSS           PIC 9(08)    VALUE ZEROS.
          05 WS-VIG-IMSS-PATRON    PIC 9(08)    VALUE ZEROS.
          05 WS-VIG-INFONAVIT      PIC 9(08)    VALUE ZEROS.
          05 WS-VIG-SAR            PIC 9(08)    VALUE ZEROS.
          05 WS-VIG-ISN            PIC 9(08)    VALUE ZEROS.

       01 WS-PORC-IMSS             PIC 9(01)V9999 VALUE ZEROS.

       *>---------------------------------------------------------------*
       *>PORCENTAJES A CARGO DEL PATRON (TIPOS E, V, R, N DE TASAS)      *
       *>CON LA MISMA REGLA DE VIGENCIA QUE EL ISR Y EL IMSS.            *
       *>---------------------------------------------------------------*
       01 WS-PORC-PATRON.
          05 WS-PORC-IMSS-PATRON   PIC 9(01)V9(06) VALUE ZEROS.
          05 WS-PORC-INFONAVIT     PIC 9(01)V9(06) VALUE ZEROS.
          05 WS-PORC-SAR           PIC 9(01)V9(06) VALUE ZEROS.
          05 WS-PORC-ISN           PIC 9(01)V9(06) VALUE ZEROS.

       01 WS-TITULO-1.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 WS-TIT-1              PIC X(39)
             VALUE "CALCULO DE NOMINA - ISR / IMSS / OTRAS".
          05 FILLER                PIC X(33)    VALUE SPACES.

       01 WS-TITULO-2.
          05 FILLER                PIC X(20)    VALUE SPACES.
          05 FILLER                PIC X(09)    VALUE "PERIODO: ".
          05 WS-TIT-PERIODO        PIC 9(07).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-TIT-FRECUENCIA     PIC X(16).
          05 FILLER                PIC X(38)    VALUE SPACES.

       01 WS-DETALLE-NOMINA.
          05 FILLER                PIC X(01).
          05 WS-DET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(01)    VALUE SPACES.
          05 WS-DET-NETO           PIC Z(06)9.99.

       01 WS-DETALLE-VARIABLES.
          05 FILLER                PIC X(08)    VALUE SPACES.
          05 FILLER                PIC X(13)    VALUE "SUELDO BASE: ".
          05 WS-VAR-BASE           PIC Z(06)9.99.
          05 FILLER                PIC X(16)
                                   VALUE "  PERCEPCIONES: ".
          05 WS-VAR-PERCEP         PIC Z(06)9.99.
          05 FILLER                PIC X(14)    VALUE "  DESCUENTOS: ".
          05 WS-VAR-DESC           PIC Z(06)9.99.
          05 FILLER                PIC X(11)    VALUE SPACES.

       01 WS-DETALLE-TOPE.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(31)
             VALUE "DESCUENTO VARIABLE TOPADO, EMP:".
          05 WS-TOP-NUMERO         PIC 9(05).
          05 FILLER                PIC X(13)    VALUE "  CAPTURADO: ".
          05 WS-TOP-CAPTURADO      PIC Z(06)9.99.
          05 FILLER                PIC X(11)    VALUE "  APLICADO:".
          05 WS-TOP-APLICADO       PIC Z(06)9.99.
          05 FILLER                PIC X(11)    VALUE SPACES.

       01 WS-DETALLE-LEIDOS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL EMPLEADOS PROCESADOS: ".
          05 WS-TOT-LEIDOS         PIC 9(05).
          05 FILLER                PIC X(45)    VALUE SPACES.
       01 WS-DETALLE-OTRA-FREC.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "EMPLEADOS OTRA FRECUENCIA:".
          05 WS-TOT-OTRA-FREC      PIC 9(05).
          05 FILLER                PIC X(45)    VALUE SPACES.
       01 WS-DETALLE-BRUTO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL DE SUELDOS BRUTOS:".
          05 WS-TOT-BRUTO          PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-PERCEP.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "  PERCEPCIONES VARIABLES:".
          05 WS-TOT-PERCEP         PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-DESC.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "  DESCUENTOS VARIABLES:".
          05 WS-TOT-DESC           PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-RETRO-TOT.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "  RETROACTIVOS PAGADOS:".
          05 WS-TOT-RETRO          PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-INCIDENCIAS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL INCIDENCIAS APLICADAS:".
          05 WS-TOT-INCIDENCIAS    PIC 9(05).
          05 FILLER                PIC X(45)    VALUE SPACES.
       01 WS-DETALLE-TOPADOS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL DESCUENTOS TOPADOS:".
          05 WS-TOT-TOPADOS        PIC 9(05).
          05 FILLER                PIC X(45)    VALUE SPACES.
       01 WS-DETALLE-ISR.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL DE IMSS RETENIDO:".
          05 WS-TOT-IMSS           PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-PATRON.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "TOTAL APORTACIONES PATRON:".
          05 WS-TOT-PATRON         PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-OTRAS.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
          05 FILLER                PIC X(11)    VALUE "  APLICADO:".
          05 WS-RCT-APLICADO       PIC Z(06)9.99.
          05 FILLER                PIC X(09)    VALUE SPACES.
       01 WS-DETALLE-AJUSTE.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(23)
             VALUE "AJUSTE ANUAL ISR, EMP:".
          05 WS-AJU-NUMERO         PIC 9(05).
          05 FILLER                PIC X(07)    VALUE " EJER:".
          05 WS-AJU-EJERCICIO      PIC 9(04).
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-AJU-TIPO           PIC X(07).
          05 FILLER                PIC X(11)    VALUE "  APLICADO:".
          05 WS-AJU-IMP-APLICADO   PIC Z(06)9.99.
          05 FILLER                PIC X(09)    VALUE "  SALDO:".
          05 WS-AJU-SALDO          PIC Z(06)9.99.
          05 FILLER                PIC X(03)    VALUE SPACES.
       01 WS-DETALLE-RETRO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(18)
             VALUE "RETROACTIVO, EMP:".
          05 WS-RET-NUMERO         PIC 9(05).
          05 FILLER                PIC X(06)    VALUE " PER:".
          05 WS-RET-PERIODO        PIC 9(07).
          05 FILLER                PIC X(11)    VALUE "  IMPORTE:".
          05 WS-RET-IMPORTE        PIC Z(06)9.99.
          05 FILLER                PIC X(34)    VALUE SPACES.
       01 WS-DETALLE-AJU-FAVOR.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "  AJUSTE ANUAL A FAVOR:".
          05 WS-TOT-AJU-FAVOR      PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-AJU-CARGO.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
                                   VALUE "  AJUSTE ANUAL A CARGO:".
          05 WS-TOT-AJU-CARGO      PIC Z(07)9.99.
          05 FILLER                PIC X(35)    VALUE SPACES.
       01 WS-DETALLE-RECORTES.
          05 FILLER                PIC X(01).
          05 FILLER                PIC X(29)
          05 LK-MODO-CALCULO       PIC X(01).
             88 LK-CALCULO-NORMAL             VALUE "N" SPACE.
             88 LK-CALCULO-REVERSO            VALUE "R".
          05 LK-QUINCENA           PIC 9(01).
             88 LK-NOMINA-MENSUAL             VALUE 0.
             88 LK-NOMINA-QUINCENAL           VALUE 1 2.

       PROCEDURE DIVISION USING LK-FECHA LK-PARAMETROS.
       010-INICIO.
           MOVE LK-DIA     TO WS-CTL-DIA
           SET WS-CTL-GRABA-INICIO TO TRUE
           CALL "PROG0137" USING WS-PETICION-CTL
           SET WS-CTL-CONSULTA TO TRUE
           MOVE "PROG0148" TO WS-CTL-PROGRAMA
           CALL "PROG0137" USING WS-PETICION-CTL
           IF NOT WS-CTL-PASO-LIMPIO
               DISPLAY "PROG0122 - PROG0148 SIN TERMINAR LIMPIO EN LA"
                       " FECHA, RESULTADO=" WS-CTL-RESULTADO
               MOVE 8 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           OPEN INPUT  EMPLEADOS
           IF NOT WS-EMPLEADOS-OK
               DISPLAY "PROG0122 - ERROR AL ABRIR EMPLEADOS, FS="
               GO TO 999-ABEND
           END-IF
           SET WS-PERCTL-ABIERTO TO TRUE
           OPEN INPUT  INCIDEN
           IF NOT WS-INCIDEN-OK
               DISPLAY "PROG0122 - ERROR AL ABRIR INCIDEN, FS="
                       WS-FS-INCIDEN
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-INCIDEN-ABIERTO TO TRUE
           OPEN I-O    AJUSTE
           IF NOT WS-AJUSTE-OK
               DISPLAY "PROG0122 - ERROR AL ABRIR AJUSTE, FS="
                       WS-FS-AJUSTE
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-AJUSTE-ABIERTO TO TRUE
           OPEN I-O    RETRO
           IF NOT WS-RETRO-OK
               DISPLAY "PROG0122 - ERROR AL ABRIR RETRO, FS="
                       WS-FS-RETRO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-RETRO-ABIERTO TO TRUE
           MOVE LK-ANIO TO WS-FP-ANIO
           MOVE LK-MES  TO WS-FP-MES
           MOVE LK-DIA  TO WS-FP-DIA.
      *>PERIODO (VIA EL ARCHIVO DE TRABAJO HISDEPUR) PARA NO DUPLICAR  *
      *>EL COMPARATIVO DE PROG0128. LA DECISION SE TOMA ANTES DE       *
      *>ABRIR NETOS Y REPORTE EN OUTPUT: UNA CORRIDA RECHAZADA NO      *
      *>DEBE TRUNCAR LOS NETOS YA GENERADOS DEL PERIODO. LA QUINCENA   *
      *>DEL PARAMETRO COMPLETA LA LLAVE: CADA QUINCENA ES UN PERIODO   *
      *>CON SU PROPIO CONTROL, INDEPENDIENTE DEL MENSUAL DEL MES.      *
      *>---------------------------------------------------------------*
       011-CHECA-PERIODO.
           IF NOT LK-CALCULO-NORMAL AND NOT LK-CALCULO-REVERSO
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF LK-QUINCENA IS NOT NUMERIC
               DISPLAY "PROG0122 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           IF NOT LK-NOMINA-MENSUAL AND NOT LK-NOMINA-QUINCENAL
               DISPLAY "PROG0122 - QUINCENA INVALIDA: " LK-QUINCENA
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           MOVE LK-ANIO     TO PE-ANIO
           MOVE LK-MES      TO PE-MES
           MOVE LK-QUINCENA TO PE-QUINCENA
           READ PERCTL
               INVALID KEY
                   SET WS-PERIODO-NUEVO TO TRUE
                   MOVE LK-ANIO     TO PE-ANIO
                   MOVE LK-MES      TO PE-MES
                   MOVE LK-QUINCENA TO PE-QUINCENA
                   MOVE "A" TO PE-STATUS
                   MOVE SPACE TO PE-STATUS-CFDI
           END-READ
           IF PE-CERRADO
               DISPLAY "PROG0122 - PERIODO " PE-PERIODO
      *>RECALCULO DESCONTARIA DOS VECES CADA PRESTAMO Y EL SALDO SE    *
      *>AGOTARIA ANTES DE TIEMPO. LOS ASIENTOS DEL PERIODO SE RETIRAN  *
      *>DE DEDAPL VIA EL ARCHIVO DE TRABAJO DEDDEPUR, IGUAL QUE EL     *
      *>HISTORICO. LOS CONCEPTOS SIN SALDO (AHORRO, PENSION) SOLO SE   *
      *>RETIRAN DE LA BITACORA.                                        *
      *>---------------------------------------------------------------*
       011-REVIERTE-DEDUCCIONES.
           OPEN INPUT DEDAPL
                   ADD 1 TO WS-DED-NO-HALLADAS
                   GO TO 011-LEE-DEDAPL
           END-READ
           IF NOT DD-DED-LLEVA-SALDO
               GO TO 011-LEE-DEDAPL
           END-IF
           ADD DA-IMPORTE TO DD-DED-SALDO
           REWRITE REG-DEDUC
               INVALID KEY
                   WS-DED-RESTAURADAS
                   ", SIN REGISTRO EN DEDUC: " WS-DED-NO-HALLADAS.

      *>---------------------------------------------------------------*
      *>EL REVERSO TAMBIEN REGRESA AL SALDO DEL AJUSTE ANUAL LO QUE EL *
      *>CALCULO ANTERIOR DEL PERIODO LE APLICO, PARA QUE EL RECALCULO  *
      *>LO VUELVA A TOMAR COMPLETO.                                    *
      *>---------------------------------------------------------------*
       011-REVIERTE-AJUSTES.
           MOVE ZEROS TO AJ-LLAVE
           START AJUSTE KEY IS NOT LESS THAN AJ-LLAVE
               INVALID KEY
                   GO TO 011-AJUSTES-LISTOS
           END-START.
       011-LEE-AJUSTE.
           READ AJUSTE NEXT RECORD
               AT END
                   GO TO 011-AJUSTES-LISTOS
           END-READ
           IF AJ-PERIODO-APLIC NOT = PE-PERIODO OR
              AJ-IMP-APLICADO = ZEROS
               GO TO 011-LEE-AJUSTE
           END-IF
           ADD AJ-IMP-APLICADO TO AJ-SALDO
           MOVE ZEROS          TO AJ-IMP-APLICADO
           SET AJ-PENDIENTE    TO TRUE
           REWRITE REG-AJUSTE
               INVALID KEY
                   DISPLAY "PROG0122 - ERROR AL RESTAURAR AJUSTE "
                           AJ-LLAVE " FS=" WS-FS-AJUSTE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           ADD 1 TO WS-AJU-RESTAURADOS
           GO TO 011-LEE-AJUSTE.
       011-AJUSTES-LISTOS.
           DISPLAY "PROG0122 - AJUSTES ANUALES RESTAURADOS: "
                   WS-AJU-RESTAURADOS.

      *>---------------------------------------------------------------*
      *>LO MISMO CON LOS RETROACTIVOS: LO QUE EL CALCULO ANTERIOR DEL  *
      *>PERIODO PAGO REGRESA A RT-IMPORTE Y EL REGISTRO VUELVE A       *
      *>PENDIENTE PARA QUE EL RECALCULO LO PAGUE DE NUEVO.             *
      *>---------------------------------------------------------------*
       011-REVIERTE-RETROACTIVOS.
           MOVE ZEROS TO RT-LLAVE
           START RETRO KEY IS NOT LESS THAN RT-LLAVE
               INVALID KEY
                   GO TO 011-RETROS-LISTOS
           END-START.
       011-LEE-RETRO.
           READ RETRO NEXT RECORD
               AT END
                   GO TO 011-RETROS-LISTOS
           END-READ
           IF RT-PERIODO-PAGO NOT = PE-PERIODO OR
              RT-IMP-APLICADO = ZEROS
               GO TO 011-LEE-RETRO
           END-IF
           ADD RT-IMP-APLICADO      TO RT-IMPORTE
           SUBTRACT RT-IMP-APLICADO FROM RT-IMP-PAGADO
           MOVE ZEROS               TO RT-IMP-APLICADO
           SET RT-PENDIENTE         TO TRUE
           REWRITE REG-RETRO
               INVALID KEY
                   DISPLAY "PROG0122 - ERROR AL RESTAURAR RETRO "
                           RT-LLAVE " FS=" WS-FS-RETRO
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           ADD 1 TO WS-RET-RESTAURADOS
           GO TO 011-LEE-RETRO.
       011-RETROS-LISTOS.
           DISPLAY "PROG0122 - RETROACTIVOS RESTAURADOS: "
                   WS-RET-RESTAURADOS.

       011-ABRE-HISTORICO.
           OPEN EXTEND HISNOM
           IF NOT WS-HISNOM-OK
               GO TO 999-ABEND
           END-IF
           SET WS-REPORTE-ABIERTO TO TRUE
           OPEN OUTPUT COSPAT
           IF NOT WS-COSPAT-OK
               DISPLAY "PROG0122 - ERROR AL ABRIR COSPAT, FS="
                       WS-FS-COSPAT
               MOVE 12 TO RETURN-CODE
               GO TO 999-ABEND
           END-IF
           SET WS-COSPAT-ABIERTO TO TRUE
           WRITE REG-REPORTE FROM WS-TITULO-1
           MOVE PE-PERIODO TO WS-TIT-PERIODO
           IF LK-NOMINA-QUINCENAL
               MOVE "NOMINA QUINCENAL" TO WS-TIT-FRECUENCIA
           ELSE
               MOVE "NOMINA MENSUAL"   TO WS-TIT-FRECUENCIA
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-2.

       012-BUSCA-VIGENCIA.
           OPEN INPUT TASAS
              TS-LIM-INF IS NOT NUMERIC OR
              TS-CUOTA-FIJA IS NOT NUMERIC OR
              TS-PORC IS NOT NUMERIC OR
              NOT TS-TIPO-VALIDO
               DISPLAY "PROG0122 - REGISTRO INVALIDO EN TASAS: "
                       REG-TASA
               MOVE 16 TO RETURN-CODE
           IF TS-FECHA-VIG > WS-FECHA-PROC-NUM
               GO TO 013-LEE-VIGENCIA
           END-IF
           IF TS-ES-ISR AND LK-NOMINA-MENSUAL AND
              TS-FECHA-VIG > WS-VIG-ISR
               MOVE TS-FECHA-VIG TO WS-VIG-ISR
           END-IF
           IF TS-ES-ISR-QUINCENAL AND LK-NOMINA-QUINCENAL AND
              TS-FECHA-VIG > WS-VIG-ISR
               MOVE TS-FECHA-VIG TO WS-VIG-ISR
           END-IF
           IF TS-ES-IMSS AND TS-FECHA-VIG > WS-VIG-IMSS
               MOVE TS-FECHA-VIG TO WS-VIG-IMSS
           END-IF
           IF TS-ES-IMSS-PATRON AND TS-FECHA-VIG > WS-VIG-IMSS-PATRON
               MOVE TS-FECHA-VIG TO WS-VIG-IMSS-PATRON
           END-IF
           IF TS-ES-INFONAVIT AND TS-FECHA-VIG > WS-VIG-INFONAVIT
               MOVE TS-FECHA-VIG TO WS-VIG-INFONAVIT
           END-IF
           IF TS-ES-SAR AND TS-FECHA-VIG > WS-VIG-SAR
               MOVE TS-FECHA-VIG TO WS-VIG-SAR
           END-IF
           IF TS-ES-ISN AND TS-FECHA-VIG > WS-VIG-ISN
               MOVE TS-FECHA-VIG TO WS-VIG-ISN
           END-IF
           GO TO 013-LEE-VIGENCIA.
       014-VIGENCIA-LISTA.
           IF WS-VIG-ISR = ZEROS OR WS-VIG-IMSS = ZEROS OR
              WS-VIG-IMSS-PATRON = ZEROS OR
              WS-VIG-INFONAVIT = ZEROS OR
              WS-VIG-SAR = ZEROS OR WS-VIG-ISN = ZEROS
               DISPLAY "PROG0122 - SIN TABLA DE TASAS VIGENTE PARA "
                       WS-FECHA-PROC-NUM
               MOVE 16 TO RETURN-CODE
       015-CARGA-TASAS.
           READ TASAS AT END
                GO TO 016-TASAS-LISTAS.
           IF TS-FECHA-VIG = WS-VIG-ISR AND
              ((TS-ES-ISR AND LK-NOMINA-MENSUAL) OR
               (TS-ES-ISR-QUINCENAL AND LK-NOMINA-QUINCENAL))
               IF WS-CANT-ISR = 20
                   DISPLAY "PROG0122 - TABLA DE ISR EXCEDE 20 RENGLONES"
                   MOVE 16 TO RETURN-CODE
           IF TS-ES-IMSS AND TS-FECHA-VIG = WS-VIG-IMSS
               COMPUTE WS-PORC-IMSS = TS-PORC / 100
           END-IF
           IF TS-ES-IMSS-PATRON AND TS-FECHA-VIG = WS-VIG-IMSS-PATRON
               COMPUTE WS-PORC-IMSS-PATRON = TS-PORC / 100
           END-IF
           IF TS-ES-INFONAVIT AND TS-FECHA-VIG = WS-VIG-INFONAVIT
               COMPUTE WS-PORC-INFONAVIT = TS-PORC / 100
           END-IF
           IF TS-ES-SAR AND TS-FECHA-VIG = WS-VIG-SAR
               COMPUTE WS-PORC-SAR = TS-PORC / 100
           END-IF
           IF TS-ES-ISN AND TS-FECHA-VIG = WS-VIG-ISN
               COMPUTE WS-PORC-ISN = TS-PORC / 100
           END-IF
           GO TO 015-CARGA-TASAS.
       016-TASAS-LISTAS.
           CLOSE TASAS
               GO TO 999-ABEND
           END-IF.

      *>---------------------------------------------------------------*
      *>SOLO SE CALCULAN LOS EMPLEADOS DE LA FRECUENCIA DE LA CORRIDA. *
      *>EL SALARIO DEL MAESTRO ES MENSUAL: EL QUINCENAL COBRA LA MITAD *
      *>EN CADA QUINCENA. UN EMPLEADO SIN FRECUENCIA SE TOMA COMO      *
      *>MENSUAL, QUE ES COMO SE PAGABA A TODOS ANTES DE LA QUINCENAL.  *
      *>---------------------------------------------------------------*
       020-LEE.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS AT END
                GO TO 100-FIN.
           IF LK-NOMINA-QUINCENAL
               IF WS-FRECUENCIA-EMP NOT = "Q"
                   ADD 1 TO WS-OTRA-FRECUENCIA
                   GO TO 020-LEE
               END-IF
               COMPUTE WS-SUELDO-PERIODO ROUNDED = WS-SALARIO-EMP / 2
           ELSE
               IF WS-FRECUENCIA-EMP = "Q"
                   ADD 1 TO WS-OTRA-FRECUENCIA
                   GO TO 020-LEE
               END-IF
               MOVE WS-SALARIO-EMP TO WS-SUELDO-PERIODO
           END-IF
           ADD 1 TO WS-LEIDOS-EMP
           GO TO 025-APLICA-INCIDENCIAS.

      *>---------------------------------------------------------------*
      *>INCIDENCIAS DEL PERIODO: SE POSICIONA INCIDEN EN LA PRIMERA    *
      *>LLAVE PERIODO + EMPLEADO Y SE ACUMULAN SUS PARTIDAS, QUE YA    *
      *>VIENEN VALUADAS POR PROG0141. LAS PERCEPCIONES (HORAS EXTRA,   *
      *>BONOS) SE SUMAN Y LOS DESCUENTOS (FALTAS, INCAPACIDADES) SE    *
      *>RESTAN DEL SUELDO BASE PARA FORMAR EL BRUTO SOBRE EL QUE SE    *
      *>CALCULAN ISR E IMSS. LOS DESCUENTOS NO PUEDEN PASAR DEL SUELDO *
      *>MAS LAS PERCEPCIONES: EL EXCEDENTE SE TOPA Y SE REPORTA PARA   *
      *>QUE EL BRUTO NUNCA QUEDE NEGATIVO.                             *
      *>---------------------------------------------------------------*
       025-APLICA-INCIDENCIAS.
           MOVE ZEROS          TO WS-PERCEP-EMP
           MOVE ZEROS          TO WS-DESC-EMP
           MOVE PE-ANIO        TO IN-ANIO
           MOVE PE-MES         TO IN-MES
           MOVE PE-QUINCENA    TO IN-QUINCENA
           MOVE WS-NUMERO-EMP  TO IN-NUMERO-EMP
           MOVE ZEROS          TO IN-CONCEPTO
           START INCIDEN KEY IS NOT LESS THAN IN-LLAVE
               INVALID KEY
                   GO TO 027-INCIDENCIAS-LISTAS
           END-START.
       026-LEE-INCIDENCIA.
           READ INCIDEN NEXT RECORD
               AT END
                   GO TO 027-INCIDENCIAS-LISTAS
           END-READ
           IF IN-PERIODO NOT = PE-PERIODO OR
              IN-NUMERO-EMP NOT = WS-NUMERO-EMP
               GO TO 027-INCIDENCIAS-LISTAS
           END-IF
           IF IN-ES-PERCEPCION
               ADD IN-IMPORTE TO WS-PERCEP-EMP
           ELSE
               ADD IN-IMPORTE TO WS-DESC-EMP
           END-IF
           ADD 1 TO WS-INCID-APLICADAS
           GO TO 026-LEE-INCIDENCIA.
       027-INCIDENCIAS-LISTAS.
           COMPUTE WS-TOPE-DESC = WS-SUELDO-PERIODO + WS-PERCEP-EMP
           IF WS-DESC-EMP > WS-TOPE-DESC
               ADD 1 TO WS-DESC-TOPADOS
               MOVE WS-NUMERO-EMP TO WS-TOP-NUMERO
               MOVE WS-DESC-EMP   TO WS-TOP-CAPTURADO
               MOVE WS-TOPE-DESC  TO WS-TOP-APLICADO
               WRITE REG-REPORTE FROM WS-DETALLE-TOPE
               MOVE WS-TOPE-DESC  TO WS-DESC-EMP
           END-IF
           COMPUTE WS-BRUTO-EMP =
               WS-SUELDO-PERIODO + WS-PERCEP-EMP - WS-DESC-EMP
           GO TO 028-APLICA-RETROACTIVO.

      *>---------------------------------------------------------------*
      *>RETROACTIVOS (PROG0144): SE POSICIONA RETRO EN LA PRIMERA      *
      *>LLAVE DEL EMPLEADO Y CADA DIFERENCIA PENDIENTE DE PERIODOS     *
      *>ANTERIORES SE SUMA AL BRUTO, POR LO QUE GRAVA ISR E IMSS EN EL *
      *>PERIODO EN QUE SE PAGA. EL IMPORTE PASA A RT-IMP-PAGADO Y EL   *
      *>PERIODO DE PAGO SE GUARDA PARA EL REVERSO.                     *
      *>---------------------------------------------------------------*
       028-APLICA-RETROACTIVO.
           MOVE ZEROS          TO WS-RETRO-EMP
           MOVE WS-NUMERO-EMP  TO RT-NUMERO-EMP
           MOVE ZEROS          TO RT-PERIODO
           START RETRO KEY IS NOT LESS THAN RT-LLAVE
               INVALID KEY
                   GO TO 029-RETRO-LISTO
           END-START.
       028-LEE-RETRO.
           READ RETRO NEXT RECORD
               AT END
                   GO TO 029-RETRO-LISTO
           END-READ
           IF RT-NUMERO-EMP NOT = WS-NUMERO-EMP
               GO TO 029-RETRO-LISTO
           END-IF
           IF NOT RT-PENDIENTE OR RT-IMPORTE = ZEROS
               GO TO 028-LEE-RETRO
           END-IF
           ADD RT-IMPORTE      TO WS-RETRO-EMP
           ADD RT-IMPORTE      TO RT-IMP-PAGADO
           MOVE RT-IMPORTE     TO RT-IMP-APLICADO
           MOVE ZEROS          TO RT-IMPORTE
           MOVE PE-ANIO        TO RT-PAGO-ANIO
           MOVE PE-MES         TO RT-PAGO-MES
           MOVE PE-QUINCENA    TO RT-PAGO-QUINCENA
           SET RT-PAGADO       TO TRUE
           REWRITE REG-RETRO
               INVALID KEY
                   DISPLAY "PROG0122 - ERROR AL REESCRIBIR RETRO "
                           RT-LLAVE " FS=" WS-FS-RETRO
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           ADD 1 TO WS-RETROS-APLICADOS
           MOVE WS-NUMERO-EMP   TO WS-RET-NUMERO
           MOVE RT-PERIODO      TO WS-RET-PERIODO
           MOVE RT-IMP-APLICADO TO WS-RET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE-RETRO
           GO TO 028-LEE-RETRO.
       029-RETRO-LISTO.
           ADD WS-RETRO-EMP TO WS-BRUTO-EMP
           GO TO 030-CALCULA-ISR.

       030-CALCULA-ISR.
           IF WS-BRUTO-EMP = ZEROS
               MOVE ZEROS TO WS-ISR-EMP
               GO TO 040-CALCULA-IMSS
           END-IF
           MOVE WS-ISR-LIM-INF(1)    TO WS-ISR-LIM-APLIC
           MOVE WS-ISR-CUOTA-FIJA(1) TO WS-ISR-CUOTA-APLIC
           MOVE WS-ISR-PORC-EXCED(1) TO WS-ISR-PORC-APLIC
           IF WS-CONT-ISR > WS-CANT-ISR
               GO TO 030-ISR-LISTO
           END-IF
           IF WS-BRUTO-EMP < WS-ISR-LIM-INF(WS-CONT-ISR)
               GO TO 030-ISR-LISTO
           END-IF
           MOVE WS-ISR-LIM-INF(WS-CONT-ISR)    TO WS-ISR-LIM-APLIC
       030-ISR-LISTO.
           COMPUTE WS-ISR-EMP ROUNDED =
               WS-ISR-CUOTA-APLIC +
               ((WS-BRUTO-EMP - WS-ISR-LIM-APLIC)
                   * WS-ISR-PORC-APLIC / 100)
           GO TO 040-CALCULA-IMSS.

       040-CALCULA-IMSS.
           COMPUTE WS-IMSS-EMP ROUNDED = WS-BRUTO-EMP * WS-PORC-IMSS
           GO TO 041-CALCULA-PATRON.

      *>---------------------------------------------------------------*
      *>APORTACIONES A CARGO DEL PATRON SOBRE EL MISMO BRUTO: NO       *
      *>AFECTAN EL NETO DEL EMPLEADO, SOLO SE GRABAN EN COSPAT PARA LA *
      *>POLIZA DE PROG0133.                                            *
      *>---------------------------------------------------------------*
       041-CALCULA-PATRON.
           MOVE PE-ANIO        TO CP-ANIO
           MOVE PE-MES         TO CP-MES
           MOVE PE-QUINCENA    TO CP-QUINCENA
           MOVE WS-NUMERO-EMP  TO CP-NUMERO-EMP
           MOVE WS-BRUTO-EMP   TO CP-BASE
           COMPUTE CP-IMSS-PATRON ROUNDED =
               WS-BRUTO-EMP * WS-PORC-IMSS-PATRON
           COMPUTE CP-INFONAVIT ROUNDED =
               WS-BRUTO-EMP * WS-PORC-INFONAVIT
           COMPUTE CP-SAR ROUNDED =
               WS-BRUTO-EMP * WS-PORC-SAR
           COMPUTE CP-ISN ROUNDED =
               WS-BRUTO-EMP * WS-PORC-ISN
           COMPUTE CP-TOTAL =
               CP-IMSS-PATRON + CP-INFONAVIT + CP-SAR + CP-ISN
           GO TO 042-APLICA-AJUSTE.

      *>---------------------------------------------------------------*
      *>AJUSTE ANUAL DE ISR (PROG0143): EL SALDO A FAVOR SE ACREDITA   *
      *>CONTRA EL ISR DEL PERIODO Y EL SALDO A CARGO SE SUMA AL ISR    *
      *>HASTA EL NETO DISPONIBLE (BRUTO - ISR - IMSS); LO QUE NO       *
      *>ALCANZA QUEDA EN AJ-SALDO PARA EL SIGUIENTE PERIODO. EL ISR    *
      *>AJUSTADO VIAJA EN NETOS PARA QUE PROG0124 SIGA CUADRANDO, PERO *
      *>HISNOM CONSERVA EL ISR DE TARIFA DEL PERIODO PARA QUE EL       *
      *>AJUSTE DEL EJERCICIO ANTERIOR NO ALTERE EL DEL EJERCICIO EN    *
      *>CURSO.                                                         *
      *>---------------------------------------------------------------*
       042-APLICA-AJUSTE.
           MOVE WS-ISR-EMP     TO WS-ISR-TARIFA-EMP
           MOVE WS-NUMERO-EMP  TO AJ-NUMERO-EMP
           MOVE ZEROS          TO AJ-ANIO-FISCAL
           START AJUSTE KEY IS NOT LESS THAN AJ-LLAVE
               INVALID KEY
                   GO TO 045-APLICA-DEDUCCIONES
           END-START.
       043-LEE-AJUSTE.
           READ AJUSTE NEXT RECORD
               AT END
                   GO TO 045-APLICA-DEDUCCIONES
           END-READ
           IF AJ-NUMERO-EMP NOT = WS-NUMERO-EMP
               GO TO 045-APLICA-DEDUCCIONES
           END-IF
           IF AJ-SALDO = ZEROS
               GO TO 043-LEE-AJUSTE
           END-IF
           IF AJ-A-FAVOR
               MOVE WS-ISR-EMP TO WS-AJU-DISPONIBLE
           ELSE
               COMPUTE WS-AJU-DISPONIBLE =
                   WS-BRUTO-EMP - WS-ISR-EMP - WS-IMSS-EMP
           END-IF
           IF AJ-SALDO > WS-AJU-DISPONIBLE
               MOVE WS-AJU-DISPONIBLE TO WS-AJU-APLICADO
           ELSE
               MOVE AJ-SALDO          TO WS-AJU-APLICADO
           END-IF
           IF WS-AJU-APLICADO = ZEROS
               GO TO 043-LEE-AJUSTE
           END-IF
           IF AJ-A-FAVOR
               SUBTRACT WS-AJU-APLICADO FROM WS-ISR-EMP
               ADD WS-AJU-APLICADO      TO WS-TOTAL-AJU-FAVOR
               MOVE "A FAVOR"           TO WS-AJU-TIPO
           ELSE
               ADD WS-AJU-APLICADO      TO WS-ISR-EMP
               ADD WS-AJU-APLICADO      TO WS-TOTAL-AJU-CARGO
               MOVE "A CARGO"           TO WS-AJU-TIPO
           END-IF
           SUBTRACT WS-AJU-APLICADO FROM AJ-SALDO
           MOVE PE-ANIO             TO AJ-APLIC-ANIO
           MOVE PE-MES              TO AJ-APLIC-MES
           MOVE PE-QUINCENA         TO AJ-APLIC-QUINCENA
           MOVE WS-AJU-APLICADO     TO AJ-IMP-APLICADO
           IF AJ-SALDO = ZEROS
               SET AJ-APLICADO TO TRUE
           END-IF
           REWRITE REG-AJUSTE
               INVALID KEY
                   DISPLAY "PROG0122 - ERROR AL REESCRIBIR AJUSTE "
                           AJ-LLAVE " FS=" WS-FS-AJUSTE
                   MOVE 12 TO RETURN-CODE
                   GO TO 999-ABEND
           END-REWRITE
           ADD 1 TO WS-AJUSTES-APLICADOS
           MOVE WS-NUMERO-EMP       TO WS-AJU-NUMERO
           MOVE AJ-ANIO-FISCAL      TO WS-AJU-EJERCICIO
           MOVE WS-AJU-APLICADO     TO WS-AJU-IMP-APLICADO
           MOVE AJ-SALDO            TO WS-AJU-SALDO
           WRITE REG-REPORTE FROM WS-DETALLE-AJUSTE
           GO TO 043-LEE-AJUSTE.

      *>---------------------------------------------------------------*
      *>DEDUCCIONES FIJAS: SE POSICIONA EL MAESTRO DEDUC EN LA PRIMERA *
       045-APLICA-DEDUCCIONES.
           MOVE ZEROS          TO WS-OTRAS-EMP
           COMPUTE WS-NETO-DISPONIBLE =
               WS-BRUTO-EMP - WS-ISR-EMP - WS-IMSS-EMP
           MOVE WS-NUMERO-EMP  TO DD-DED-NUMERO-EMP
           MOVE ZEROS          TO DD-DED-CONCEPTO
           START DEDUC KEY IS NOT LESS THAN DD-DED-LLAVE
                       MOVE 12 TO RETURN-CODE
                       GO TO 999-ABEND
               END-REWRITE
           END-IF
           MOVE PE-ANIO         TO DA-ANIO
           MOVE PE-MES          TO DA-MES
           MOVE PE-QUINCENA     TO DA-QUINCENA
           MOVE WS-NUMERO-EMP   TO DA-NUMERO-EMP
           MOVE DD-DED-CONCEPTO TO DA-CONCEPTO
           MOVE WS-DED-APLICADA TO DA-IMPORTE
           WRITE REG-DEDAPL
           ADD WS-DED-APLICADA      TO WS-OTRAS-EMP
           SUBTRACT WS-DED-APLICADA FROM WS-NETO-DISPONIBLE
           GO TO 046-LEE-DEDUCCION.

       048-DEDUCCIONES-LISTAS.
           COMPUTE WS-NETO-EMP ROUNDED =
               WS-BRUTO-EMP - WS-ISR-EMP - WS-IMSS-EMP
               - WS-OTRAS-EMP
           GO TO 050-ESCRIBE.

       050-ESCRIBE.
           MOVE WS-NUMERO-EMP    TO NT-NUMERO-EMP
           MOVE WS-NOMBRE-EMP    TO NT-NOMBRE-EMP
           MOVE WS-BRUTO-EMP     TO NT-SALARIO-BRUTO
           MOVE WS-PERCEP-EMP    TO NT-PERCEP-VAR
           MOVE WS-DESC-EMP      TO NT-DESC-VAR
           MOVE WS-RETRO-EMP     TO NT-RETROACTIVO
           MOVE WS-ISR-EMP       TO NT-ISR
           MOVE WS-IMSS-EMP      TO NT-IMSS
           MOVE WS-OTRAS-EMP     TO NT-OTRAS-DEDUCC
           MOVE WS-NETO-EMP      TO NT-SALARIO-NETO
           WRITE REG-NETO
           WRITE REG-COSPAT
           ADD CP-TOTAL          TO WS-TOTAL-PATRON
           MOVE LK-ANIO          TO HN-ANIO
           MOVE LK-MES           TO HN-MES
           MOVE LK-QUINCENA      TO HN-QUINCENA
           MOVE WS-NUMERO-EMP    TO HN-NUMERO-EMP
           MOVE WS-NOMBRE-EMP    TO HN-NOMBRE-EMP
           MOVE WS-BRUTO-EMP     TO HN-SALARIO-BRUTO
           MOVE WS-PERCEP-EMP    TO HN-PERCEP-VAR
           MOVE WS-DESC-EMP      TO HN-DESC-VAR
           MOVE WS-RETRO-EMP     TO HN-RETROACTIVO
           MOVE WS-ISR-TARIFA-EMP TO HN-ISR
           MOVE WS-IMSS-EMP      TO HN-IMSS
           MOVE WS-NETO-EMP      TO HN-SALARIO-NETO
           WRITE REG-HISNOM
           MOVE WS-NUMERO-EMP    TO WS-DET-NUMERO
           MOVE WS-NOMBRE-EMP    TO WS-DET-NOMBRE
           MOVE WS-BRUTO-EMP     TO WS-DET-BRUTO
           MOVE WS-ISR-EMP       TO WS-DET-ISR
           MOVE WS-IMSS-EMP      TO WS-DET-IMSS
           MOVE WS-OTRAS-EMP     TO WS-DET-OTRAS
           MOVE WS-NETO-EMP      TO WS-DET-NETO
           WRITE REG-REPORTE FROM WS-DETALLE-NOMINA
           IF WS-PERCEP-EMP NOT = ZEROS OR WS-DESC-EMP NOT = ZEROS
               MOVE WS-SUELDO-PERIODO TO WS-VAR-BASE
               MOVE WS-PERCEP-EMP  TO WS-VAR-PERCEP
               MOVE WS-DESC-EMP    TO WS-VAR-DESC
               WRITE REG-REPORTE FROM WS-DETALLE-VARIABLES
           END-IF
           ADD WS-BRUTO-EMP   TO WS-TOTAL-BRUTO
           ADD WS-PERCEP-EMP  TO WS-TOTAL-PERCEP
           ADD WS-DESC-EMP    TO WS-TOTAL-DESC
           ADD WS-RETRO-EMP   TO WS-TOTAL-RETRO
           ADD WS-ISR-EMP     TO WS-TOTAL-ISR
           ADD WS-IMSS-EMP    TO WS-TOTAL-IMSS
           ADD WS-OTRAS-EMP   TO WS-TOTAL-OTRAS
       100-FIN.
           MOVE WS-LEIDOS-EMP TO WS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WS-DETALLE-LEIDOS
           MOVE WS-OTRA-FRECUENCIA TO WS-TOT-OTRA-FREC
           WRITE REG-REPORTE FROM WS-DETALLE-OTRA-FREC
           MOVE WS-TOTAL-BRUTO TO WS-TOT-BRUTO
           WRITE REG-REPORTE FROM WS-DETALLE-BRUTO
           MOVE WS-TOTAL-PERCEP TO WS-TOT-PERCEP
           WRITE REG-REPORTE FROM WS-DETALLE-PERCEP
           MOVE WS-TOTAL-DESC  TO WS-TOT-DESC
           WRITE REG-REPORTE FROM WS-DETALLE-DESC
           MOVE WS-TOTAL-RETRO TO WS-TOT-RETRO
           WRITE REG-REPORTE FROM WS-DETALLE-RETRO-TOT
           MOVE WS-INCID-APLICADAS TO WS-TOT-INCIDENCIAS
           WRITE REG-REPORTE FROM WS-DETALLE-INCIDENCIAS
           MOVE WS-DESC-TOPADOS TO WS-TOT-TOPADOS
           WRITE REG-REPORTE FROM WS-DETALLE-TOPADOS
           MOVE WS-TOTAL-ISR   TO WS-TOT-ISR
           WRITE REG-REPORTE FROM WS-DETALLE-ISR
           MOVE WS-TOTAL-AJU-FAVOR TO WS-TOT-AJU-FAVOR
           WRITE REG-REPORTE FROM WS-DETALLE-AJU-FAVOR
           MOVE WS-TOTAL-AJU-CARGO TO WS-TOT-AJU-CARGO
           WRITE REG-REPORTE FROM WS-DETALLE-AJU-CARGO
           MOVE WS-TOTAL-IMSS  TO WS-TOT-IMSS
           WRITE REG-REPORTE FROM WS-DETALLE-IMSS
           MOVE WS-TOTAL-OTRAS TO WS-TOT-OTRAS
           WRITE REG-REPORTE FROM WS-DETALLE-OTRAS
           MOVE WS-TOTAL-PATRON TO WS-TOT-PATRON
           WRITE REG-REPORTE FROM WS-DETALLE-PATRON
           MOVE WS-RECORTADAS  TO WS-TOT-RECORTES
           WRITE REG-REPORTE FROM WS-DETALLE-RECORTES
           MOVE WS-TOTAL-NETO  TO WS-TOT-NETO
                 DEDUC
                 DEDAPL
                 PERCTL
                 INCIDEN
                 AJUSTE
                 COSPAT
                 RETRO
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.

           IF WS-DEDDEPUR-ABIERTO
               CLOSE DEDDEPUR
           END-IF
           IF WS-INCIDEN-ABIERTO
               CLOSE INCIDEN
           END-IF
           IF WS-AJUSTE-ABIERTO
               CLOSE AJUSTE
           END-IF
           IF WS-COSPAT-ABIERTO
               CLOSE COSPAT
           END-IF
           IF WS-RETRO-ABIERTO
               CLOSE RETRO
           END-IF
           PERFORM 990-TERMINA-CTL THRU 990-TERMINA-CTL-EXIT
           GOBACK.
