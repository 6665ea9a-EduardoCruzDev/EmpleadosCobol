      *>---------------------------------------------------------------*
      *>MIEMBRO:  AJUREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE AJUSTE ANUAL DE ISR (AJUSTE,    *
      *>          108 BYTES), ORGANIZADO COMO INDEXADO CON LLAVE        *
      *>          NUMERO DE EMPLEADO + EJERCICIO FISCAL. LO GRABA       *
      *>          PROG0143 CON LA DIFERENCIA ENTRE EL ISR RETENIDO EN   *
      *>          EL EJERCICIO Y EL ISR ANUAL: A FAVOR ("F") SI SE LE   *
      *>          RETUVO DE MAS AL EMPLEADO, A CARGO ("C") SI SE LE     *
      *>          RETUVO DE MENOS. PROG0122 LO APLICA CONTRA LA         *
      *>          RETENCION DE ISR DE LOS PERIODOS SIGUIENTES: EL SALDO *
      *>          A FAVOR SE ACREDITA HASTA EL ISR DEL PERIODO Y EL     *
      *>          SALDO A CARGO SE RETIENE HASTA EL NETO DISPONIBLE; LO *
      *>          QUE NO ALCANZA QUEDA EN AJ-SALDO PARA EL SIGUIENTE    *
      *>          PERIODO. AJ-PERIODO-APLIC Y AJ-IMP-APLICADO GUARDAN   *
      *>          LA ULTIMA APLICACION PARA EL REVERSO DE PROG0122.     *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>  15/10/26  ECR  SE AGREGA LA QUINCENA AL PERIODO DE LA
      *>                 ULTIMA APLICACION PARA LA NOMINA QUINCENAL;
      *>                 EL REGISTRO PASA DE 107 A 108 BYTES.
      *>---------------------------------------------------------------*
       05  AJ-LLAVE.
           10  AJ-NUMERO-EMP        PIC 9(05).
           10  AJ-ANIO-FISCAL       PIC 9(04).
       05  AJ-NOMBRE-EMP            PIC X(30).
       05  AJ-BRUTO-ANUAL           PIC 9(09)V99.
       05  AJ-ISR-RETENIDO          PIC 9(09)V99.
       05  AJ-ISR-ANUAL             PIC 9(09)V99.
       05  AJ-TIPO                  PIC X(01).
           88  AJ-A-FAVOR                       VALUE "F".
           88  AJ-A-CARGO                       VALUE "C".
       05  AJ-IMPORTE               PIC 9(07)V99.
       05  AJ-SALDO                 PIC 9(07)V99.
       05  AJ-PERIODO-APLIC.
           10  AJ-APLIC-ANIO        PIC 9(04).
           10  AJ-APLIC-MES         PIC 9(02).
           10  AJ-APLIC-QUINCENA    PIC 9(01).
       05  AJ-IMP-APLICADO          PIC 9(07)V99.
       05  AJ-STATUS                PIC X(01).
           88  AJ-PENDIENTE                     VALUE "P".
           88  AJ-APLICADO                      VALUE "A".
