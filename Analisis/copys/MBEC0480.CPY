      * MBEC0480:  COMMAREA MB7C0480 -- COTIZACION DE LIQUIDACION      *
      *            ANTICIPADA DE PRESTAMO (CRDT060 / MBDT222)          *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ235    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * "CUANTO PAGO PARA LIQUIDAR HOY": SOBRE EL CALENDARIO CRDT060   *
      * DEL PRESTAMO (NOMINA O PERSONAL) LIGADO A LA CUENTA CALCULA A  *
      * LA FECHA DE CORTE EL CAPITAL INSOLUTO, EL INTERES DEVENGADO    *
      * DESDE EL ULTIMO VENCIMIENTO (ACTUAL/360), LA COMISION POR PAGO *
      * ANTICIPADO (MBDT140 KEY 'PREP' POR TIPO DE PRESTAMO; SIN       *
      * RENGLON NO HAY COMISION) Y EL TOTAL. LA COTIZACION QUEDA EN    *
      * MBDT222 CON SU NUMERO Y ES VALIDA HASTA LA FECHA DE CORTE; UN  *
      * PAGO POSTERIOR QUE LA CUBRE LO RECONOCE EL NOCTURNO MB9B0201   *
      * COMO LA LIQUIDACION Y LA MARCA USADA.                          *
      *   'C' COTIZA; REGRESA PR-LIQ-NUM-COTIZA Y EL DESGLOSE          *
      *   'Q' CONSULTA UNA COTIZACION POR PR-LIQ-NUM-COTIZA            *
      * PR-LIQ-FEC-CORTE (E): AAAA-MM-DD; ESPACIOS = HOY; DE HOY A 30  *
      * DIAS ADELANTE.                                                 *
      * PR-LIQ-ESTADO (S): 'VI' VIGENTE; 'US' USADA (LIQUIDADO); 'VE'  *
      * VENCIDA SIN PAGO.                                              *
      * PR-LIQ-COD-RETURN: '00' OK; '10' SIN PRESTAMO O SIN            *
      * COTIZACION; '20' FECHA DE CORTE INVALIDA; '99' ERROR.          *
      ******************************************************************
        02 PR-PARAM-LIQUIDACION.
          05 PR-LIQ-ACCION                PIC X(01).
             88 PR-LIQ-COTIZA                     VALUE 'C'.
             88 PR-LIQ-CONSULTA                   VALUE 'Q'.
          05 PR-LIQ-ENT                   PIC X(04).
          05 PR-LIQ-CUENTA                PIC X(14).
          05 PR-LIQ-FEC-CORTE             PIC X(10).
          05 PR-LIQ-NUM-COTIZA            PIC 9(09).
          05 PR-LIQ-TIP-PRESTAMO          PIC X(02).
          05 PR-LIQ-NUM-PAGO              PIC 9(03).
          05 PR-LIQ-SALDO-CAPITAL         PIC 9(13)V9(02).
          05 PR-LIQ-TASA-ANUAL            PIC 9(03)V9(04).
          05 PR-LIQ-DIAS-INTERES          PIC 9(04).
          05 PR-LIQ-INTERES               PIC 9(13)V9(02).
          05 PR-LIQ-PCT-COMISION          PIC 9(03)V9(02).
          05 PR-LIQ-COMISION              PIC 9(13)V9(02).
          05 PR-LIQ-TOTAL                 PIC 9(13)V9(02).
          05 PR-LIQ-FEC-VIGENCIA          PIC X(10).
          05 PR-LIQ-ESTADO                PIC X(02).
          05 PR-LIQ-COD-RETURN            PIC X(02).
