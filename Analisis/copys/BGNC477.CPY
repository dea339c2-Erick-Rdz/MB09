      *                                 HISTORIAL DE CAMBIOS DE ESTADO *
      *                                 (BGDT114) CON USUARIO Y        *
      *                                 TIMESTAMP POR CAMBIO           *
      *     @BG0004    AGR     15-10-26 REIMPRESION DEL COMPROBANTE:   *
      *                                 FLG-COMPROBANTE Y COMPROBANTE  *
      *                                 FORMATEADO CON CODIGO DE       *
      *                                 VERIFICACION                   *
      ******************************************************************
       02 BGNC477.
           05 BGNC477-IN.
                   15 BGNC477-HIST-USUARIO     PIC X(08).
                   15 BGNC477-HIST-STP         PIC X(26).
      *@BG0003-F
      *@BG0004-I REIMPRESION DEL COMPROBANTE: CON FLG-COMPROBANTE =
      *          'S' SE REGRESA EL COMPROBANTE DEL TRASPASO YA
      *          FORMATEADO (CUENTAS ENMASCARADAS, IMPORTE EDITADO,
      *          ESTADO VIGENTE SEGUN BGDT114, LEYENDA DE REVERSO Y
      *          CODIGO DE VERIFICACION); CADA REIMPRESION QUEDA EN
      *          LA BITACORA BGDT115 CONTRA EL TRASPASO.
           05 BGNC477-COMPROBANTE.
               10 BGNC477-FLG-COMPROBANTE      PIC X(01).
                   88 BGNC477-88-COMPROBANTE-SI       VALUE 'S'.
               10 BGNC477-CMP-COD-RETURN       PIC X(02).
                   88 BGNC477-CMP-OK                  VALUE '00'.
                   88 BGNC477-CMP-ERROR               VALUE '99'.
               10 BGNC477-CMP-ORIGEN           PIC X(20).
               10 BGNC477-CMP-DESTINO          PIC X(20).
               10 BGNC477-CMP-IMPORTE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 BGNC477-CMP-FCC              PIC X(03).
               10 BGNC477-CMP-FECHA            PIC X(10).
               10 BGNC477-CMP-HORA             PIC X(08).
               10 BGNC477-CMP-NUM-OPERACION    PIC 9(09).
               10 BGNC477-CMP-REFERENCIA       PIC X(20).
               10 BGNC477-CMP-ESTADO           PIC X(02).
               10 BGNC477-CMP-DES-ESTADO       PIC X(20).
               10 BGNC477-CMP-LEYENDA          PIC X(60).
               10 BGNC477-CMP-COD-VERIFICA     PIC X(18).
               10 BGNC477-CMP-NUM-REIMPRESION  PIC 9(03).
               10 BGNC477-CMP-STP-EMISION      PIC X(26).
      *@BG0004-F
      ******************************************************************
