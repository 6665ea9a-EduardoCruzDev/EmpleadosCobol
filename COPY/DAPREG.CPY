      *>---------------------------------------------------------------*
      *>MIEMBRO:  DAPREG                                                *
      *>OBJETIVO: LAYOUT DE LA BITACORA DE DEDUCCIONES APLICADAS        *
      *>          (DEDAPL, 23 BYTES). PROG0122 GRABA UN REGISTRO POR    *
      *>          CADA DEDUCCION FIJA QUE DESCUENTA EN EL PERIODO, CON  *
      *>          EL CONCEPTO Y EL IMPORTE REALMENTE APLICADO. EL       *
      *>          REVERSO REGRESA A DEDUC LOS SALDOS DE LOS CONCEPTOS   *
      *>          QUE LLEVAN SALDO, Y PROG0145 DESGLOSA POR CONCEPTO EL *
      *>          TOTAL NT-OTRAS-DEDUCC DE NETOS EN EL RECIBO           *
      *>          ELECTRONICO.                                          *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION (EXTRAIDO DE PROG0122).
      *>---------------------------------------------------------------*
       05  DA-PERIODO.
           10  DA-ANIO              PIC 9(04).
           10  DA-MES               PIC 9(02).
           10  DA-QUINCENA          PIC 9(01).
       05  DA-NUMERO-EMP            PIC 9(05).
       05  DA-CONCEPTO              PIC 9(02).
       05  DA-IMPORTE               PIC 9(07)V99.
