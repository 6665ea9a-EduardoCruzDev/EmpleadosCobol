      *>---------------------------------------------------------------*
      *>MIEMBRO:  BITREG                                                *
      *>OBJETIVO: LAYOUT DEL REGISTRO DE LA BITACORA DE AUDITORIA DE    *
      *>          EMPLEADOS (168 BYTES). CADA MOVIMIENTO APLICADO AL    *
      *>          MAESTRO GRABA LA IMAGEN COMPLETA DEL REGISTRO ANTES   *
      *>          Y DESPUES DEL CAMBIO. EN UNA ALTA LA IMAGEN ANTERIOR  *
      *>          VIENE EN BLANCOS; EN UNA BAJA, LA POSTERIOR.          *
      *>  02/09/26  ECR  IMAGENES DE 68 A 76 BYTES POR LA FECHA DE
      *>                 INGRESO QUE SE AGREGO A EMPREG; EL REGISTRO
      *>                 PASA DE 150 A 166 BYTES.
      *>  15/10/26  ECR  IMAGENES DE 76 A 77 BYTES POR LA FRECUENCIA
      *>                 DE PAGO QUE SE AGREGO A EMPREG; EL REGISTRO
      *>                 PASA DE 166 A 168 BYTES.
      *>---------------------------------------------------------------*
       05  BJ-TIPO-MOVTO            PIC X(01).
           88  BJ-ES-ALTA                       VALUE "A".
           10  BJ-MES               PIC 9(02).
           10  BJ-DIA               PIC 9(02).
       05  BJ-NUMERO-EMP            PIC 9(05).
       05  BJ-IMAGEN-ANTES          PIC X(77).
       05  BJ-IMAGEN-DESPUES        PIC X(77).
