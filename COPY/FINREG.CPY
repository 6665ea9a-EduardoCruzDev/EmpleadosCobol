      *>---------------------------------------------------------------*
      *>MIEMBRO:  FINREG                                                *
      *>OBJETIVO: LAYOUT DEL REGISTRO DE FINIQUITOS (FINHIS, 141        *
      *>          BYTES), ORGANIZADO COMO INDEXADO CON LLAVE NUMERO DE  *
      *>          EMPLEADO. LO GRABA PROG0142 AL LIQUIDAR CADA BAJA DE  *
      *>          LA BITACORA Y CONSERVA LOS DATOS DE LA IMAGEN ANTES   *
      *>          (NOMBRE, DEPARTAMENTO, CUENTA CLABE) PORQUE EL        *
      *>          EMPLEADO YA NO EXISTE EN EL MAESTRO. PROG0125, EN LA  *
      *>          CORRIDA DE FINIQUITOS, TOMA DE AQUI LA CUENTA Y       *
      *>          MARCA EL FINIQUITO COMO PAGADO. LA FECHA DE BAJA      *
      *>          DISTINGUE UNA BAJA YA LIQUIDADA DE UNA NUEVA BAJA     *
      *>          DEL MISMO NUMERO DESPUES DE UN REINGRESO.             *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>---------------------------------------------------------------*
       05  FQ-NUMERO-EMP            PIC 9(05).
       05  FQ-NOMBRE-EMP            PIC X(30).
       05  FQ-DEPTO-EMP             PIC 9(03).
       05  FQ-CUENTA-EMP            PIC 9(18).
       05  FQ-FECHA-BAJA.
           10  FQ-BAJA-ANIO         PIC 9(04).
           10  FQ-BAJA-MES          PIC 9(02).
           10  FQ-BAJA-DIA          PIC 9(02).
       05  FQ-FECHA-PROC.
           10  FQ-PROC-ANIO         PIC 9(04).
           10  FQ-PROC-MES          PIC 9(02).
           10  FQ-PROC-DIA          PIC 9(02).
       05  FQ-DIAS-PERIODO          PIC 9(03).
       05  FQ-IMP-DIAS              PIC 9(07)V99.
       05  FQ-IMP-AGUINALDO         PIC 9(07)V99.
       05  FQ-IMP-VACACIONES        PIC 9(07)V99.
       05  FQ-IMP-PRIMA             PIC 9(07)V99.
       05  FQ-IMP-PRESTAMOS         PIC 9(07)V99.
       05  FQ-SALDO-PENDIENTE       PIC 9(09)V99.
       05  FQ-IMP-NETO              PIC 9(07)V99.
       05  FQ-STATUS                PIC X(01).
           88  FQ-PENDIENTE-PAGO                VALUE "P".
           88  FQ-PAGADO                        VALUE "D".
           88  FQ-SIN-IMPORTE                   VALUE "S".
