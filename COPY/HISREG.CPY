      *>---------------------------------------------------------------*
      *>MIEMBRO:  HISREG                                                *
      *>OBJETIVO: LAYOUT DEL HISTORICO DE NOMINA POR PERIODO (105      *
      *>          BYTES), LLAVE LOGICA PERIODO (AAAAMMQ, Q=0 MENSUAL,  *
      *>          1 O 2 QUINCENA) + NUMERO DE EMPLEADO. LO ALIMENTA    *
      *>          PROG0122 EN CADA CORRIDA Y LO LEE PROG0128 PARA EL   *
      *>          COMPARATIVO ENTRE PERIODOS.                          *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  22/08/26  ECR  CREACION.
      *>  15/10/26  ECR  SE AGREGAN LAS PERCEPCIONES Y DESCUENTOS
      *>                 VARIABLES DEL PERIODO (INCIDENCIAS), YA
      *>                 INCLUIDOS EN EL BRUTO; EL REGISTRO PASA DE 77
      *>                 A 95 BYTES.
      *>  15/10/26  ECR  SE AGREGA LA QUINCENA AL PERIODO PARA LA
      *>                 NOMINA QUINCENAL; EL REGISTRO PASA DE 95 A 96
      *>                 BYTES.
      *>  15/10/26  ECR  SE AGREGA EL RETROACTIVO DE SALARIO PAGADO EN
      *>                 EL PERIODO, YA INCLUIDO EN EL BRUTO; EL
      *>                 REGISTRO PASA DE 96 A 105 BYTES.
      *>---------------------------------------------------------------*
       05  HN-PERIODO.
           10  HN-ANIO              PIC 9(04).
           10  HN-MES               PIC 9(02).
           10  HN-QUINCENA          PIC 9(01).
       05  HN-NUMERO-EMP            PIC 9(05).
       05  HN-NOMBRE-EMP            PIC X(30).
       05  HN-SALARIO-BRUTO         PIC 9(07)V99.
       05  HN-PERCEP-VAR            PIC 9(07)V99.
       05  HN-DESC-VAR              PIC 9(07)V99.
       05  HN-RETROACTIVO           PIC 9(07)V99.
       05  HN-ISR                   PIC 9(07)V99.
       05  HN-IMSS                  PIC 9(07)V99.
       05  HN-SALARIO-NETO          PIC 9(07)V99.
