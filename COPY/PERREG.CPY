      *>---------------------------------------------------------------*
      *>MIEMBRO:  PERREG                                                *
      *>OBJETIVO: LAYOUT DEL CALENDARIO DE CONTROL DE PERIODOS DE       *
      *>          NOMINA (9 BYTES), ORGANIZADO COMO INDEXADO CON LLAVE  *
      *>          PE-PERIODO (AAAAMMQ, LA MISMA LLAVE LOGICA QUE        *
      *>          HN-PERIODO EN EL HISTORICO). Q ES LA QUINCENA: 0 EN   *
      *>          LA NOMINA MENSUAL, 1 O 2 EN LA QUINCENAL, ASI CADA    *
      *>          MITAD DEL MES LLEVA SU PROPIO CONTROL. EL STATUS      *
      *>          AVANZA EN UN SOLO SENTIDO: ABIERTO -> CALCULADO       *
      *>          (PROG0122) -> CUADRADO (PROG0124 SIN DIFERENCIAS) ->  *
      *>          DISPERSADO (PROG0125) -> CERRADO (PROG0135, DESPUES   *
      *>          DE CONCILIAR EL RETORNO DEL BANCO). CON ESTO UN       *
      *>          PERIODO NO PUEDE CALCULARSE NI PAGARSE DOS VECES.     *
      *>          APARTE, PE-STATUS-CFDI LLEVA EL TIMBRADO DE LOS       *
      *>          RECIBOS ELECTRONICOS DEL PERIODO CERRADO: ENVIADO     *
      *>          (PROG0145) Y TIMBRADO (PROG0146, SOLO CUANDO TODOS    *
      *>          LOS RECIBOS TIENEN UUID). HASTA ENTONCES EL PERIODO   *
      *>          NO ESTA FISCALMENTE COMPLETO.                         *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  02/09/26  ECR  CREACION.
      *>  15/10/26  ECR  SE AGREGA LA QUINCENA A LA LLAVE DEL PERIODO
      *>                 PARA LA NOMINA QUINCENAL; EL REGISTRO PASA DE
      *>                 7 A 8 BYTES.
      *>  15/10/26  ECR  SE AGREGA EL STATUS DE TIMBRADO DE LOS RECIBOS
      *>                 ELECTRONICOS (CFDI) DEL PERIODO; EL REGISTRO
      *>                 PASA DE 8 A 9 BYTES.
      *>---------------------------------------------------------------*
       05  PE-PERIODO.
           10  PE-ANIO              PIC 9(04).
           10  PE-MES               PIC 9(02).
           10  PE-QUINCENA          PIC 9(01).
               88  PE-MENSUAL                   VALUE 0.
               88  PE-QUINCENAL                 VALUE 1 2.
               88  PE-QUINCENA-VALIDA           VALUE 0 1 2.
       05  PE-STATUS                PIC X(01).
           88  PE-ABIERTO                       VALUE "A".
           88  PE-CALCULADO                     VALUE "C".
           88  PE-CUADRADO                      VALUE "Q".
           88  PE-DISPERSADO                    VALUE "D".
           88  PE-CERRADO                       VALUE "X".
       05  PE-STATUS-CFDI           PIC X(01).
           88  PE-CFDI-NO-ENVIADO               VALUE SPACE.
           88  PE-CFDI-ENVIADO                  VALUE "E".
           88  PE-CFDI-TIMBRADO                 VALUE "T".
