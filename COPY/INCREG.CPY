      *>---------------------------------------------------------------*
      *>MIEMBRO:  INCREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE INCIDENCIAS DE NOMINA POR      *
      *>          PERIODO (INCIDEN, 28 BYTES), ORGANIZADO COMO          *
      *>          INDEXADO CON LLAVE PERIODO (AAAAMMQ) + NUMERO DE      *
      *>          EMPLEADO + CONCEPTO. CADA REGISTRO ES UNA PARTIDA     *
      *>          VARIABLE DEL PERIODO: HORAS EXTRA Y BONOS SE SUMAN    *
      *>          AL SUELDO BASE, FALTAS E INCAPACIDADES SE RESTAN,     *
      *>          TODO ANTES DEL ISR. LA CANTIDAD ES EN HORAS O DIAS    *
      *>          SEGUN EL CONCEPTO; EL IMPORTE LO CAPTURA NOMINA O, SI *
      *>          VIENE EN CERO, LO VALUA PROG0141 CON EL SALARIO       *
      *>          DIARIO DEL MAESTRO (SALARIO ENTRE 30) AL DEPURAR LA   *
      *>          CAPTURA. SOLO PROG0141 GRABA EN ESTE ARCHIVO Y        *
      *>          PROG0122 LO APLICA EN EL CALCULO.                     *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>  15/10/26  ECR  SE AGREGA LA QUINCENA AL PERIODO DE LA LLAVE
      *>                 PARA LA NOMINA QUINCENAL; EL REGISTRO PASA DE
      *>                 27 A 28 BYTES.
      *>---------------------------------------------------------------*
       05  IN-LLAVE.
           10  IN-PERIODO.
               15  IN-ANIO          PIC 9(04).
               15  IN-MES           PIC 9(02).
               15  IN-QUINCENA      PIC 9(01).
           10  IN-NUMERO-EMP        PIC 9(05).
           10  IN-CONCEPTO          PIC 9(02).
               88  IN-ES-HORAS-EXTRA            VALUE 11.
               88  IN-ES-BONO                   VALUE 12.
               88  IN-ES-FALTA                  VALUE 21.
               88  IN-ES-INCAPACIDAD            VALUE 22.
               88  IN-ES-PERCEPCION             VALUE 11 12.
               88  IN-ES-DESCUENTO              VALUE 21 22.
               88  IN-CONCEPTO-VALIDO           VALUE 11 12 21 22.
       05  IN-CANTIDAD              PIC 9(03)V99.
       05  IN-IMPORTE               PIC 9(07)V99.
