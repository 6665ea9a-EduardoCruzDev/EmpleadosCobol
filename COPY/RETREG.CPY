      *>---------------------------------------------------------------*
      *>MIEMBRO:  RETREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE DIFERENCIAS RETROACTIVAS        *
      *>          (RETRO, 65 BYTES), ORGANIZADO COMO INDEXADO CON LLAVE *
      *>          NUMERO DE EMPLEADO + PERIODO AFECTADO (AAAAMMQ). LO   *
      *>          GRABA PROG0144 CON LA DIFERENCIA ENTRE EL SUELDO QUE  *
      *>          SE PAGO EN UN PERIODO CERRADO (HISNOM) Y EL QUE DEBIO *
      *>          PAGARSE SEGUN EL HISTORICO DE SALARIOS (SALHIS).      *
      *>          PROG0122 PAGA RT-IMPORTE COMO PERCEPCION SEPARADA EN  *
      *>          EL SIGUIENTE PERIODO QUE CALCULA AL EMPLEADO, LO      *
      *>          ACUMULA EN RT-IMP-PAGADO Y GUARDA EN RT-PERIODO-PAGO  *
      *>          Y RT-IMP-APLICADO LA ULTIMA APLICACION PARA SU        *
      *>          REVERSO. RT-IMP-PAGADO EVITA QUE UNA NUEVA CORRIDA DE *
      *>          PROG0144 VUELVA A GENERAR LO QUE YA SE PAGO.          *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>---------------------------------------------------------------*
       05  RT-LLAVE.
           10  RT-NUMERO-EMP        PIC 9(05).
           10  RT-PERIODO.
               15  RT-ANIO          PIC 9(04).
               15  RT-MES           PIC 9(02).
               15  RT-QUINCENA      PIC 9(01).
       05  RT-SUELDO-PAGADO         PIC 9(07)V99.
       05  RT-SUELDO-DEBIDO         PIC 9(07)V99.
       05  RT-IMPORTE               PIC 9(07)V99.
       05  RT-IMP-PAGADO            PIC 9(07)V99.
       05  RT-PERIODO-PAGO.
           10  RT-PAGO-ANIO         PIC 9(04).
           10  RT-PAGO-MES          PIC 9(02).
           10  RT-PAGO-QUINCENA     PIC 9(01).
       05  RT-IMP-APLICADO          PIC 9(07)V99.
       05  RT-STATUS                PIC X(01).
           88  RT-PENDIENTE                     VALUE "P".
           88  RT-PAGADO                        VALUE "A".
