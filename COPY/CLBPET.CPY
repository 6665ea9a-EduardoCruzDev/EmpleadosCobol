      *>---------------------------------------------------------------*
      *>MIEMBRO:  CLBPET                                                *
      *>OBJETIVO: AREA DE PETICION PARA LA RUTINA COMUN DE VALIDACION   *
      *>          DE CUENTAS CLABE (PROG0147). SE INCLUYE EN            *
      *>          WORKING-STORAGE BAJO UN 01 PROPIO DE CADA PROGRAMA:   *
      *>              01 WS-PETICION-CLB.                               *
      *>                 COPY CLBPET.                                   *
      *>          EL PROGRAMA MUEVE LA CUENTA DE 18 DIGITOS A           *
      *>          WS-CLB-CUENTA Y LA RUTINA DEVUELVE EN                 *
      *>          WS-CLB-RESULTADO: "V" VALIDA, "B" BANCO QUE NO ESTA   *
      *>          EN EL CATALOGO, "P" PLAZA EN CEROS, "D" DIGITO        *
      *>          VERIFICADOR QUE NO CORRESPONDE.                       *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION.
      *>---------------------------------------------------------------*
       05  WS-CLB-CUENTA.
           10  WS-CLB-BANCO         PIC 9(03)    VALUE ZEROS.
           10  WS-CLB-PLAZA         PIC 9(03)    VALUE ZEROS.
           10  WS-CLB-NUMERO        PIC 9(11)    VALUE ZEROS.
           10  WS-CLB-DIGITO        PIC 9(01)    VALUE ZEROS.
       05  WS-CLB-RESULTADO         PIC X(01)    VALUE SPACE.
           88  WS-CLB-VALIDA                    VALUE "V".
           88  WS-CLB-BANCO-INVALIDO            VALUE "B".
           88  WS-CLB-PLAZA-INVALIDA            VALUE "P".
           88  WS-CLB-DIGITO-INVALIDO           VALUE "D".
