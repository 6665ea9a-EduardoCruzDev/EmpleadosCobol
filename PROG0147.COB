       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0147.
       AUTHOR.                    EDUARDO CRUZ.
       INSTALLATION.              CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
       *>---------------------------------------------------------------*
       *>OBJETIVO: RUTINA COMUN DE VALIDACION DE CUENTAS CLABE. LA      *
       *>          LLAMAN CON EL AREA DE CLBPET LOS PROGRAMAS QUE       *
       *>          RECIBEN O REVISAN UNA CUENTA DE DEPOSITO (PROG0126,  *
       *>          PROG0148). LA CLABE TIENE 18 DIGITOS: BANCO (3),     *
       *>          PLAZA (3), CUENTA (11) Y DIGITO VERIFICADOR (1). EL  *
       *>          BANCO DEBE ESTAR EN EL CATALOGO DE CLAVES DE BANCO   *
       *>          DEL SISTEMA DE PAGOS, LA PLAZA NO PUEDE IR EN CEROS  *
       *>          Y EL DIGITO VERIFICADOR SE CALCULA CON LOS PESOS     *
       *>          3, 7, 1 SOBRE LOS PRIMEROS 17 DIGITOS: SE SUMAN LAS  *
       *>          UNIDADES DE CADA PRODUCTO Y EL DIGITO ES LO QUE LE   *
       *>          FALTA A LA SUMA PARA LLEGAR A LA DECENA SIGUIENTE    *
       *>          (CERO SI LA SUMA YA ES MULTIPLO DE 10).              *
       *>---------------------------------------------------------------*
       *>MODIFICACIONES:
       *>  15/10/26  ECR  CREACION.
       *>---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AREAS-A-USAR.
          05 WS-SUB                PIC 9(02)    VALUE ZEROS.
          05 WS-PRODUCTO           PIC 9(02)    VALUE ZEROS.
          05 WS-COCIENTE           PIC 9(03)    VALUE ZEROS.
          05 WS-RESIDUO            PIC 9(02)    VALUE ZEROS.
          05 WS-SUMA               PIC 9(03)    VALUE ZEROS.
          05 WS-DIGITO-CALC        PIC 9(01)    VALUE ZEROS.

       01 WS-CLABE                 PIC 9(18)    VALUE ZEROS.
       01 WS-CLABE-DIGITOS REDEFINES WS-CLABE.
          05 WS-CLABE-DIG          PIC 9(01)    OCCURS 18 TIMES.

       01 WS-PESOS                 PIC X(17)
                                   VALUE "37137137137137137".
       01 WS-PESOS-TAB REDEFINES WS-PESOS.
          05 WS-PESO               PIC 9(01)    OCCURS 17 TIMES.

      *>---------------------------------------------------------------*
      *>CLAVES DE BANCO DEL SISTEMA DE PAGOS ELECTRONICOS. UN BANCO    *
      *>NUEVO SE AGREGA AL FINAL DE LA LISTA Y SE AUMENTA EL OCCURS.   *
      *>---------------------------------------------------------------*
       01 WS-BANCOS.
          05 FILLER                PIC X(30)
             VALUE "002006009012014019021030036042".
          05 FILLER                PIC X(30)
             VALUE "044058059060062072106108110112".
          05 FILLER                PIC X(30)
             VALUE "113127128129130132133135136137".
          05 FILLER                PIC X(30)
             VALUE "138140141143145147148150151152".
          05 FILLER                PIC X(24)
             VALUE "154155156157158160166168".
       01 WS-TABLA-BANCOS REDEFINES WS-BANCOS.
          05 WS-BANCO-TAB          PIC 9(03)    OCCURS 48 TIMES
                                   INDEXED BY WS-IX-BANCO.

       LINKAGE SECTION.
       01 LK-PETICION.
          05 LK-CLB-CUENTA.
             10 LK-CLB-BANCO       PIC 9(03).
             10 LK-CLB-PLAZA       PIC 9(03).
             10 LK-CLB-NUMERO      PIC 9(11).
             10 LK-CLB-DIGITO      PIC 9(01).
          05 LK-CLB-RESULTADO      PIC X(01).

       PROCEDURE DIVISION USING LK-PETICION.
       010-INICIO.
           MOVE "V" TO LK-CLB-RESULTADO
           SET WS-IX-BANCO TO 1
           SEARCH WS-BANCO-TAB
               AT END
                   MOVE "B" TO LK-CLB-RESULTADO
                   GOBACK
               WHEN WS-BANCO-TAB(WS-IX-BANCO) = LK-CLB-BANCO
                   CONTINUE
           END-SEARCH
           IF LK-CLB-PLAZA = ZEROS
               MOVE "P" TO LK-CLB-RESULTADO
               GOBACK
           END-IF
           MOVE LK-CLB-CUENTA TO WS-CLABE
           MOVE ZEROS TO WS-SUMA
           MOVE 1     TO WS-SUB.
       020-SUMA-DIGITO.
           IF WS-SUB > 17
               GO TO 030-COMPARA-DIGITO
           END-IF
           COMPUTE WS-PRODUCTO = WS-CLABE-DIG(WS-SUB) * WS-PESO(WS-SUB)
           DIVIDE WS-PRODUCTO BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESIDUO
           ADD WS-RESIDUO TO WS-SUMA
           ADD 1 TO WS-SUB
           GO TO 020-SUMA-DIGITO.
       030-COMPARA-DIGITO.
           DIVIDE WS-SUMA BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESIDUO
           IF WS-RESIDUO = ZEROS
               MOVE ZEROS TO WS-DIGITO-CALC
           ELSE
               COMPUTE WS-DIGITO-CALC = 10 - WS-RESIDUO
           END-IF
           IF WS-DIGITO-CALC NOT = LK-CLB-DIGITO
               MOVE "D" TO LK-CLB-RESULTADO
           END-IF
           GOBACK.
