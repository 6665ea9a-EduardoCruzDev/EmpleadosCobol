      *>---------------------------------------------------------------*
      *>MIEMBRO:  NETREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE SUELDOS NETOS (107 BYTES) QUE   *
      *>          GRABA PROG0122 Y LEEN LOS PASOS DE CUADRE Y PAGO.     *
      *>          POR REGISTRO DEBE CUMPLIRSE: BRUTO - ISR - IMSS -     *
      *>          OTRAS DEDUCCIONES = NETO (LO VERIFICA PROG0124).      *
      *>          EL BRUTO INCLUYE LAS PARTIDAS VARIABLES DEL PERIODO   *
      *>          Y EL RETROACTIVO DE PERIODOS ANTERIORES: SUELDO BASE  *
      *>          = BRUTO - PERCEPCIONES VARIABLES - RETROACTIVO +      *
      *>          DESCUENTOS VARIABLES, Y ESE SUELDO BASE ES EL QUE     *
      *>          CUADRA PROG0124 CONTRA LOS SALARIOS DE CTLBAL.        *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  22/08/26  ECR  CREACION (EXTRAIDO DE PROG0122).
      *>                 (PRESTAMOS, AHORRO, PENSION) QUE APLICA
      *>                 PROG0122 DESDE EL MAESTRO DE DEDUCCIONES;
      *>                 EL REGISTRO PASA DE 71 A 80 BYTES.
      *>  15/10/26  ECR  SE AGREGAN LAS PERCEPCIONES VARIABLES (HORAS
      *>                 EXTRA, BONOS) Y LOS DESCUENTOS VARIABLES
      *>                 (FALTAS, INCAPACIDADES) DEL ARCHIVO DE
      *>                 INCIDENCIAS QUE APLICA PROG0122; EL REGISTRO
      *>                 PASA DE 80 A 98 BYTES.
      *>  15/10/26  ECR  SE AGREGA EL RETROACTIVO DE SALARIO QUE CALCULA
      *>                 PROG0144 Y PAGA PROG0122 COMO PERCEPCION
      *>                 SEPARADA, YA INCLUIDO EN EL BRUTO; EL REGISTRO
      *>                 PASA DE 98 A 107 BYTES.
      *>---------------------------------------------------------------*
       05  NT-NUMERO-EMP            PIC 9(05).
       05  NT-NOMBRE-EMP            PIC X(30).
       05  NT-SALARIO-BRUTO         PIC 9(07)V99.
       05  NT-PERCEP-VAR            PIC 9(07)V99.
       05  NT-DESC-VAR              PIC 9(07)V99.
       05  NT-RETROACTIVO           PIC 9(07)V99.
       05  NT-ISR                   PIC 9(07)V99.
       05  NT-IMSS                  PIC 9(07)V99.
       05  NT-OTRAS-DEDUCC          PIC 9(07)V99.
