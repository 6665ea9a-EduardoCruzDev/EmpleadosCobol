      *>---------------------------------------------------------------*
      *>MIEMBRO:  TIMREG                                                *
      *>OBJETIVO: LAYOUT DEL REGISTRO DE TIMBRADO DE RECIBOS            *
      *>          ELECTRONICOS DE NOMINA (TIMBRE, 162 BYTES),           *
      *>          ORGANIZADO COMO INDEXADO CON LLAVE PERIODO (AAAAMMQ)  *
      *>          + NUMERO DE EMPLEADO, ASI UN PERIODO SE RECORRE       *
      *>          COMPLETO CON START. PROG0145 GRABA UN REGISTRO        *
      *>          PENDIENTE ("P") POR CADA RECIBO QUE ENVIA AL          *
      *>          PROVEEDOR DE TIMBRADO CON SUS TOTALES; PROG0146 LO    *
      *>          ACTUALIZA CON LA RESPUESTA: TIMBRADO ("T") CON EL     *
      *>          UUID FISCAL Y LA FECHA DE TIMBRADO, O RECHAZADO ("R") *
      *>          CON EL MOTIVO. PROG0145 TAMBIEN DEJA RECHAZADO, CON   *
      *>          MOTIVO "NO CUADRA CON NETOS", EL RECIBO QUE NO CUADRA *
      *>          Y NO ENVIA. UN RECIBO TIMBRADO YA NO SE REENVIA;      *
      *>          UNO PENDIENTE O RECHAZADO SE VUELVE A ENVIAR SI SE    *
      *>          REPITE PROG0145 PARA EL PERIODO.                      *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>---------------------------------------------------------------*
       05  TB-LLAVE.
           10  TB-PERIODO.
               15  TB-ANIO          PIC 9(04).
               15  TB-MES           PIC 9(02).
               15  TB-QUINCENA      PIC 9(01).
           10  TB-NUMERO-EMP        PIC 9(05).
       05  TB-NOMBRE-EMP            PIC X(30).
       05  TB-TOTAL-PERCEP          PIC 9(07)V99.
       05  TB-TOTAL-DEDUC           PIC 9(07)V99.
       05  TB-NETO                  PIC 9(07)V99.
       05  TB-STATUS                PIC X(01).
           88  TB-PENDIENTE                     VALUE "P".
           88  TB-TIMBRADO                      VALUE "T".
           88  TB-RECHAZADO                     VALUE "R".
       05  TB-FECHA-ENVIO           PIC 9(08).
       05  TB-UUID                  PIC X(36).
       05  TB-FECHA-TIMBRE          PIC 9(08).
       05  TB-MOTIVO                PIC X(40).
