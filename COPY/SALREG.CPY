      *>---------------------------------------------------------------*
      *>MIEMBRO:  SALREG                                                *
      *>OBJETIVO: LAYOUT DEL HISTORICO DE SALARIOS (SALHIS, 45 BYTES),  *
      *>          ORGANIZADO COMO INDEXADO CON LLAVE NUMERO DE EMPLEADO *
      *>          + FECHA EFECTIVA (AAAAMMDD) + SECUENCIA. CADA CAMBIO  *
      *>          DE SALARIO DEL MAESTRO GRABA UN REGISTRO CON EL       *
      *>          SALARIO ANTERIOR, EL NUEVO, LA FECHA DESDE LA QUE     *
      *>          RIGE (QUE PUEDE SER ANTERIOR A LA FECHA DE REGISTRO)  *
      *>          Y SU ORIGEN: ALTA ("A") O CAMBIO INDIVIDUAL ("C") DE  *
      *>          PROG0121, O REGLA DE AJUSTE MASIVO ("R") DE PROG0129  *
      *>          CON EL NUMERO DE LA REGLA. LA SECUENCIA SEPARA DOS    *
      *>          CAMBIOS DEL MISMO EMPLEADO CON LA MISMA FECHA         *
      *>          EFECTIVA; EL DE SECUENCIA MAYOR ES EL ULTIMO.         *
      *>          PROG0144 LO USA PARA SABER QUE SALARIO DEBIO PAGARSE  *
      *>          EN CADA PERIODO CERRADO.                              *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>---------------------------------------------------------------*
       05  SH-LLAVE.
           10  SH-NUMERO-EMP        PIC 9(05).
           10  SH-FECHA-EFEC.
               15  SH-EFEC-ANIO     PIC 9(04).
               15  SH-EFEC-MES      PIC 9(02).
               15  SH-EFEC-DIA      PIC 9(02).
           10  SH-SECUENCIA         PIC 9(02).
       05  SH-SALARIO-ANT           PIC 9(07)V99.
       05  SH-SALARIO-NVO           PIC 9(07)V99.
       05  SH-ORIGEN                PIC X(01).
           88  SH-ES-ALTA                       VALUE "A".
           88  SH-ES-CAMBIO                     VALUE "C".
           88  SH-ES-AJUSTE-MASIVO              VALUE "R".
       05  SH-NUM-REGLA             PIC 9(03).
       05  SH-FECHA-REG.
           10  SH-REG-ANIO          PIC 9(04).
           10  SH-REG-MES           PIC 9(02).
           10  SH-REG-DIA           PIC 9(02).
