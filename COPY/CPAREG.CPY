      *>---------------------------------------------------------------*
      *>MIEMBRO:  CPAREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE COSTO PATRONAL DEL PERIODO      *
      *>          (COSPAT, 66 BYTES). LO GRABA PROG0122 JUNTO CON       *
      *>          NETOS, UN REGISTRO POR EMPLEADO CALCULADO, CON LAS    *
      *>          APORTACIONES A CARGO DEL PATRON SOBRE EL MISMO BRUTO  *
      *>          DEL PERIODO Y LOS PORCENTAJES VIGENTES DE TASAS:      *
      *>          CUOTAS IMSS PATRONALES, INFONAVIT, SAR E IMPUESTO     *
      *>          SOBRE NOMINAS. PROG0133 LAS LLEVA A LA POLIZA COMO    *
      *>          GASTO POR DEPARTAMENTO Y PASIVO POR PAGAR.            *
      *>          POR REGISTRO DEBE CUMPLIRSE: IMSS + INFONAVIT + SAR + *
      *>          ISN = TOTAL. EL PERIODO LLEVA LA QUINCENA DE LA       *
      *>          CORRIDA (0 = MENSUAL, 1 O 2) PARA QUE PROG0133 NO     *
      *>          TOME EL COSTO DE LA OTRA QUINCENA DEL MISMO MES.      *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>---------------------------------------------------------------*
       05  CP-PERIODO.
           10  CP-ANIO              PIC 9(04).
           10  CP-MES               PIC 9(02).
           10  CP-QUINCENA          PIC 9(01).
       05  CP-NUMERO-EMP            PIC 9(05).
       05  CP-BASE                  PIC 9(07)V99.
       05  CP-IMSS-PATRON           PIC 9(07)V99.
       05  CP-INFONAVIT             PIC 9(07)V99.
       05  CP-SAR                   PIC 9(07)V99.
       05  CP-ISN                   PIC 9(07)V99.
       05  CP-TOTAL                 PIC 9(07)V99.
