      *>---------------------------------------------------------------*
      *>MIEMBRO:  TASREG                                                *
      *>OBJETIVO: LAYOUT DEL ARCHIVO DE TASAS (TASAS, 33 BYTES). CADA   *
      *>          REGISTRO ES UN RENGLON DE UNA VERSION DE TARIFA,      *
      *>          IDENTIFICADA POR SU FECHA DE VIGENCIA (AAAAMMDD) Y    *
      *>          SU TIPO. LOS RENGLONES DE ISR DE CADA VERSION VIENEN  *
      *>          EN ORDEN ASCENDENTE DE LIMITE INFERIOR; EL TIPO "I"   *
      *>          ES LA TARIFA MENSUAL QUE APLICA PROG0122, EL TIPO "Q" *
      *>          LA TARIFA QUINCENAL PARA LA NOMINA QUINCENAL Y EL     *
      *>          TIPO "A" LA TARIFA ANUAL DEL AJUSTE DE PROG0143. EL   *
      *>          TIPO "M" TRAE EN TS-PORC EL PORCENTAJE DE IMSS DEL    *
      *>          TRABAJADOR. LOS TIPOS "E" (CUOTAS IMSS PATRONALES),   *
      *>          "V" (INFONAVIT), "R" (SAR) Y "N" (IMPUESTO SOBRE      *
      *>          NOMINAS) TRAEN EN TS-PORC EL PORCENTAJE A CARGO DEL   *
      *>          PATRON SOBRE EL BRUTO. CADA PROGRAMA IGNORA LOS       *
      *>          TIPOS QUE NO USA.                                     *
      *>---------------------------------------------------------------*
      *>MODIFICACIONES:
      *>  15/10/26  ECR  CREACION (EXTRAIDO DE PROG0122); SE AGREGA
      *>                 EL TIPO "A" PARA LA TARIFA ANUAL DE ISR.
      *>  15/10/26  ECR  SE AGREGAN LOS TIPOS "E", "V", "R" Y "N" PARA
      *>                 LAS APORTACIONES PATRONALES.
      *>  15/10/26  ECR  SE AGREGA EL TIPO "Q" PARA LA TARIFA
      *>                 QUINCENAL DE ISR.
      *>---------------------------------------------------------------*
       05  TS-FECHA-VIG             PIC 9(08).
       05  TS-TIPO-REG              PIC X(01).
           88  TS-ES-ISR                        VALUE "I".
           88  TS-ES-IMSS                       VALUE "M".
           88  TS-ES-ISR-ANUAL                  VALUE "A".
           88  TS-ES-IMSS-PATRON                VALUE "E".
           88  TS-ES-INFONAVIT                  VALUE "V".
           88  TS-ES-SAR                        VALUE "R".
           88  TS-ES-ISN                        VALUE "N".
           88  TS-ES-ISR-QUINCENAL              VALUE "Q".
           88  TS-TIPO-VALIDO                   VALUE "I" "M" "A"
                                                      "E" "V" "R" "N"
                                                      "Q".
       05  TS-LIM-INF               PIC 9(07)V99.
       05  TS-CUOTA-FIJA            PIC 9(07)V99.
       05  TS-PORC                  PIC 9(02)V9999.
