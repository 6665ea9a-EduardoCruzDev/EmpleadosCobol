      *>---------------------------------------------------------------*
      *>MIEMBRO:  RECREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE MOVIMIENTOS RECHAZADOS EN      *
      *>          RECICLAJE (RECICLA, 106 BYTES). PROG0126 AGREGA CADA *
      *>          MOVIMIENTO RECHAZADO CON SU IMAGEN COMPLETA, UN      *
      *>          CODIGO DE MOTIVO POR CAMPO, LA FECHA DEL RECHAZO Y   *
      *>          STATUS PENDIENTE. CAPTURA CORRIGE EL MOVIMIENTO EN   *
      *>                 FECHA DE INGRESO DE EMPREG Y SE AGREGA SU
      *>                 CODIGO DE MOTIVO; EL REGISTRO PASA DE 86 A
      *>                 95 BYTES.
      *>  15/10/26  ECR  EL MOVIMIENTO PASA DE 77 A 78 BYTES POR LA
      *>                 FRECUENCIA DE PAGO DE EMPREG Y SE AGREGA SU
      *>                 CODIGO DE MOTIVO; EL REGISTRO PASA DE 95 A
      *>                 97 BYTES.
      *>  15/10/26  ECR  EL MOVIMIENTO PASA DE 78 A 86 BYTES POR LA
      *>                 FECHA EFECTIVA DEL CAMBIO DE SALARIO Y SE
      *>                 AGREGA SU CODIGO DE MOTIVO; EL REGISTRO PASA DE
      *>                 97 A 106 BYTES.
      *>---------------------------------------------------------------*
       05  RC-MOVTO                 PIC X(86).
       05  RC-MOTIVOS.
           10  RC-MOT-TIPO          PIC X(01).
           10  RC-MOT-NUMERO        PIC X(01).
           10  RC-MOT-SALARIO       PIC X(01).
           10  RC-MOT-CUENTA        PIC X(01).
           10  RC-MOT-FECHA-ING     PIC X(01).
           10  RC-MOT-FRECUENCIA    PIC X(01).
           10  RC-MOT-FECHA-EFEC    PIC X(01).
       05  RC-FECHA-RECHAZO.
           10  RC-RECH-ANIO         PIC 9(04).
           10  RC-RECH-MES          PIC 9(02).
