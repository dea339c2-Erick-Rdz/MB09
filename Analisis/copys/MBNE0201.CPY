      * MBNE0201: COPY DE ENTRADA/SALIDA PARA EL RECONOCIMIENTO DE     *
      *           LIQUIDACIONES ANTICIPADAS DE PRESTAMO, MB9B0201.     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ235   AGR  15-10-2026  ALTA DE COPY PARA LA LIQUIDACION    *
      *                            ANTICIPADA (MB9B0201)               *
      ******************************************************************
      * MBNE0201            PARAMETROS DE LA CORRIDA.                  *
      * E201-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E201-FECHA-PROCESO   (R)  DIA DE PAGOS DE PRESTAMO A COTEJAR   *
      * E201-COD-RETURN      (S)  '00' OK  '10' SIN COTIZACIONES       *
      *                           VIGENTES NI VENCIDAS  '99' ERROR     *
      * E201-NUM-USADAS      (S)  COTIZACIONES CUBIERTAS POR UN PAGO   *
      *                           DEL DIA (LIQUIDACIONES)              *
      * E201-NUM-VENCIDAS    (S)  COTIZACIONES QUE PASARON SU          *
      *                           VIGENCIA SIN PAGO                    *
      * E201-IMP-LIQUIDADO   (S)  TOTAL PAGADO EN LIQUIDACIONES        *
      ******************************************************************
       01 MBNE0201.
          05 E201-ENT-ORIGIN               PIC X(04).
          05 E201-FECHA-PROCESO            PIC X(10).
          05 E201-COD-RETURN               PIC X(02).
             88 E201-RETURN-OK                     VALUE '00'.
             88 E201-RETURN-SIN-DATOS              VALUE '10'.
             88 E201-RETURN-ERROR                  VALUE '99'.
          05 E201-NUM-USADAS               PIC 9(07).
          05 E201-NUM-VENCIDAS             PIC 9(07).
          05 E201-IMP-LIQUIDADO            PIC 9(13)V9(02).
