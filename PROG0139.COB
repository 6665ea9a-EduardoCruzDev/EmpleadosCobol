       *>          VENCIDO Y EL PROGRAMA TERMINA CON RETURN-CODE 4     *
       *>          PARA QUE OPERACION LO PERSIGA.                      *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  EL MOVIMIENTO PASA DE 77 A 78 BYTES POR LA
       *>                 FRECUENCIA DE PAGO DE EMPREG; RECICLA PASA DE
       *>                 95 A 97 BYTES.
       *>  15/10/26  ECR  EL MOVIMIENTO PASA DE 78 A 86 BYTES POR LA
       *>                 FECHA EFECTIVA DEL SALARIO; RECICLA PASA DE 97
       *>                 A 106 BYTES.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD RECICLA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 106 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-RECICLA.
       01 REG-RECICLA.

       FD RECDEPUR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 106 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-RECDEPUR.
       01 REG-RECDEPUR             PIC X(106).

       FD MOVCORR
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 86 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-MOVCORR.
       01 REG-MOVCORR              PIC X(86).

       FD REPORTE
          LABEL RECORDS ARE STANDARD
                                               ==WS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==WS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==WS-ING-MES==
                        ==CPY-ING-DIA==       BY ==WS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==WS-FRECUENCIA-EMP==.
          05 WS-MOV-FECHA-EFEC     PIC 9(08).

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-RECICLA         PIC X(02)    VALUE "00".
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-NOMBRE         PIC X(30).
          05 FILLER                PIC X(10)    VALUE "  MOTIVOS:".
          05 WS-DET-MOTIVOS        PIC X(11).
          05 FILLER                PIC X(09)    VALUE "  FECHA: ".
          05 WS-DET-DIA            PIC 9(02).
          05 FILLER                PIC X(01)    VALUE "/".
          05 WS-DET-DIAS           PIC ZZZZ9.
          05 FILLER                PIC X(02)    VALUE SPACES.
          05 WS-DET-MARCA          PIC X(14).
          05 FILLER                PIC X(01)    VALUE SPACES.

       01 WS-DETALLE-CONTADOR.
          05 FILLER                PIC X(01).
