       *>  02/09/26  ECR  LA BITACORA PASA DE 150 A 166 BYTES POR
       *>                 LAS IMAGENES DE 76 BYTES (EMPREG CON
       *>                 FECHA DE INGRESO).
       *>  15/10/26  ECR  LA BITACORA PASA DE 166 A 168 BYTES POR LA
       *>                 FRECUENCIA DE PAGO QUE SE AGREGO A EMPREG.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD BITACORA
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITACORA.
       01 REG-BITACORA.

       FD BITARC
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          DATA RECORD IS REG-BITARC.
       01 REG-BITARC               PIC X(168).

       FD REPORTE
          LABEL RECORDS ARE STANDARD
                                               ==WS-FECHA-ING-EMP==
                        ==CPY-ING-ANIO==      BY ==WS-ING-ANIO==
                        ==CPY-ING-MES==       BY ==WS-ING-MES==
                        ==CPY-ING-DIA==       BY ==WS-ING-DIA==
                        ==CPY-FRECUENCIA-EMP== BY
                                               ==WS-FRECUENCIA-EMP==.

       01 WS-STATUS-ARCHIVOS.
          05 WS-FS-BITACORA        PIC X(02)    VALUE "00".
