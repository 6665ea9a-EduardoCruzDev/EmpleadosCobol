      *>---------------------------------------------------------------*
      *>MIEMBRO:  EMPREG                                                *
      *>OBJETIVO: LAYOUT DEL REGISTRO MAESTRO DE EMPLEADOS (77 BYTES). *
      *>          LOS NOMBRES BASE (CPY-...) SE SUSTITUYEN CON UN      *
      *>          PREFIJO PROPIO DE CADA PROGRAMA AL INCLUIRSE, P.EJ.: *
      *>              COPY EMPREG                                     *
      *>                 PARA EL AGUINALDO Y LA PRIMA VACACIONAL POR
      *>                 ANTIGUEDAD (PROG0140); EL REGISTRO PASA DE
      *>                 68 A 76 BYTES.
      *>  15/10/26  ECR  SE AGREGA LA FRECUENCIA DE PAGO ("M" MENSUAL,
      *>                 "Q" QUINCENAL) PARA LA NOMINA QUINCENAL
      *>                 (PROG0122); EL REGISTRO PASA DE 76 A 77
      *>                 BYTES.
      *>---------------------------------------------------------------*
       05  CPY-REG-EMPLEADOS.
           10  CPY-NUMERO-EMP           PIC 9(05).
               15  CPY-ING-ANIO         PIC 9(04).
               15  CPY-ING-MES          PIC 9(02).
               15  CPY-ING-DIA          PIC 9(02).
           10  CPY-FRECUENCIA-EMP       PIC X(01).
