      * MBNE0207: COPY DE ENTRADA/SALIDA PARA LA APLICACION DE         *
      *           DEPOSITOS REFERENCIADOS Y ARCHIVO DE COBRANZA,       *
      *           MB9B0207.                                            *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ244   AGR  15-10-2026  ALTA DE COPY PARA LA COBRANZA       *
      *                            REFERENCIADA (MB9B0207)             *
      ******************************************************************
      * MBNE0207            PARAMETROS DE LA COBRANZA.                 *
      * E207-BDMID           (R)  BDMID DEL CLIENTE CORPORATIVO        *
      * E207-ENT-ORIGIN      (R)  ENTIDAD                              *
      * E207-FECHA-PROCESO   (R)  FECHA DE LOS SPEI RECIBIDOS          *
      *                           (YYYY-MM-DD)                         *
      * E207-COD-RETURN      (S)  '00' OK  '10' SIN DEPOSITOS EN LAS   *
      *                           CUENTAS RECAUDADORAS  '99' ERROR     *
      * E207-DES-ERROR       (S)  DESCRIPCION DEL ERROR                *
      * E207-NUM-APLICADOS   (S)  DEPOSITOS NUEVOS APLICADOS EN ESTA   *
      *                           CORRIDA (UNA RECORRIDA NO LOS        *
      *                           VUELVE A APLICAR)                    *
      * E207-NUM-PAGADOS     (S)  DEPOSITOS DEL ARCHIVO POR RESULTADO: *
      * E207-NUM-PARCIALES        PAGADO; PAGO PARCIAL; SOBREPAGO;     *
      * E207-NUM-SOBREPAGOS       NO IDENTIFICADO                      *
      * E207-NUM-NO-IDENTIF                                            *
      * E207-IMP-IDENTIF     (S)  IMPORTE APLICADO A REFERENCIAS       *
      * E207-IMP-NO-IDENTIF  (S)  IMPORTE NO IDENTIFICADO              *
      ******************************************************************
       01 MBNE0207.
          05 E207-BDMID                    PIC X(40).
          05 E207-ENT-ORIGIN               PIC X(04).
          05 E207-FECHA-PROCESO            PIC X(10).
          05 E207-COD-RETURN               PIC X(02).
             88 E207-RETURN-OK                     VALUE '00'.
             88 E207-RETURN-SIN-DATOS              VALUE '10'.
             88 E207-RETURN-ERROR                  VALUE '99'.
          05 E207-DES-ERROR                PIC X(40).
          05 E207-NUM-APLICADOS            PIC 9(07).
          05 E207-NUM-PAGADOS              PIC 9(07).
          05 E207-NUM-PARCIALES            PIC 9(07).
          05 E207-NUM-SOBREPAGOS           PIC 9(07).
          05 E207-NUM-NO-IDENTIF           PIC 9(07).
          05 E207-IMP-IDENTIF              PIC 9(13)V9(02).
          05 E207-IMP-NO-IDENTIF           PIC 9(13)V9(02).
