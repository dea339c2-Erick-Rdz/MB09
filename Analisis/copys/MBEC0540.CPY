      * MBEC0540:  COMMAREA MB7C0540 -- REFERENCIAS DE COBRANZA        *
      *            ESPERADAS POR CUENTA RECAUDADORA (MBDT234)          *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ244    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL CLIENTE CORPORATIVO (BDMID) REGISTRA LAS REFERENCIAS QUE    *
      * ESPERA COBRAR POR SPEI EN SUS CUENTAS RECAUDADORAS; MB9B0207   *
      * LES APLICA DIARIO LOS DEPOSITOS RECIBIDOS.                     *
      *   'A' ALTA: PR-CRF-CEN-REG + PR-CRF-ACC ACTIVA DEL BDMID       *
      *       (MBDT036); PR-CRF-REFERENCIA (NUMERICA O CONCEPTO; SE    *
      *       GUARDA EN MAYUSCULAS, JUSTIFICADA Y SIN CEROS A LA       *
      *       IZQUIERDA SI ES NUMERICA); PR-CRF-IMP-ESPERADO MAYOR A   *
      *       CERO; PR-CRF-FEC-VENCE (YYYY-MM-DD) NO ANTERIOR A HOY;   *
      *       PR-CRF-DOCUMENTO (FACTURA DEL CLIENTE) OPCIONAL. NO      *
      *       PUEDE HABER OTRA ABIERTA CON LA MISMA REFERENCIA EN LA   *
      *       CUENTA. REGRESA PR-CRF-ID-REF.                           *
      *   'L' LISTA LAS REFERENCIAS DEL BDMID (DE UNA CUENTA SI VIENE  *
      *       PR-CRF-ACC), 10 POR PAGINA, DESDE EL ID SIGUIENTE A      *
      *       PR-CRF-REP-ID; PR-CRF-MAS-DATOS = 'S' SI HAY OTRA PAGINA.*
      *   'B' CANCELA PR-CRF-ID-REF; SOLO SI AUN NO TIENE DEPOSITOS.   *
      * ESTADOS: 'PE' PENDIENTE; 'PP' PAGO PARCIAL; 'PA' PAGADA; 'SO'  *
      * SOBREPAGADA; 'CA' CANCELADA.                                   *
      * PR-CRF-USUARIO ES OBLIGATORIO EN 'A' Y 'B'. PR-CRF-COD-RETURN: *
      * '00' OK; '10' SIN REFERENCIAS / NO CANCELABLE; '99' ERROR.     *
      ******************************************************************
        02 PR-PARAM-COBREF.
          05 PR-CRF-ACCION                PIC X(01).
             88 PR-CRF-ALTA                       VALUE 'A'.
             88 PR-CRF-LISTA                      VALUE 'L'.
             88 PR-CRF-BAJA                       VALUE 'B'.
          05 PR-CRF-ENT                   PIC X(04).
          05 PR-CRF-BDMID                 PIC X(40).
          05 PR-CRF-USUARIO               PIC X(08).
          05 PR-CRF-CEN-REG               PIC X(04).
          05 PR-CRF-ACC                   PIC X(10).
          05 PR-CRF-REFERENCIA            PIC X(20).
          05 PR-CRF-IMP-ESPERADO          PIC 9(13)V99.
          05 PR-CRF-FEC-VENCE             PIC X(10).
          05 PR-CRF-DOCUMENTO             PIC X(30).
          05 PR-CRF-ID-REF                PIC 9(09).
          05 PR-CRF-REP-ID                PIC 9(09).
          05 PR-CRF-COD-RETURN            PIC X(02).
          05 PR-CRF-DES-ERROR             PIC X(40).
          05 PR-CRF-MAS-DATOS             PIC X(01).
          05 PR-CRF-NUM-REFS              PIC 9(02).
          05 PR-CRF-REFERENCIAS           OCCURS 10 TIMES.
             10 PR-CRF-LST-ID             PIC 9(09).
             10 PR-CRF-LST-CEN-REG        PIC X(04).
             10 PR-CRF-LST-ACC            PIC X(10).
             10 PR-CRF-LST-REFERENCIA     PIC X(20).
             10 PR-CRF-LST-IMP-ESPERADO   PIC 9(13)V99.
             10 PR-CRF-LST-IMP-COBRADO    PIC 9(13)V99.
             10 PR-CRF-LST-FEC-VENCE      PIC X(10).
             10 PR-CRF-LST-DOCUMENTO      PIC X(30).
             10 PR-CRF-LST-ESTADO         PIC X(02).
