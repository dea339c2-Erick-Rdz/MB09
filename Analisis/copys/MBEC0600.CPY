      * MBEC0600:  COMMAREA MB7C0600 -- INVERSIONES A PLAZO POR VENCER *
      *            E INSTRUCCION DE RENOVACION (MBDT249 / MBDT248)     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ251    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL CLIENTE (BDMID) VE SUS INVERSIONES A PLAZO VIGENTES (LAS    *
      * LIGADAS A UNA CUENTA ACTIVA SUYA EN MBDT036) Y DEJA DICHO QUE  *
      * HACER AL VENCIMIENTO. EL NOCTURNO MB9B0213 APLICA LA           *
      * INSTRUCCION EL DIA DEL VENCIMIENTO.                            *
      *   'L' LISTA 10 POR PAGINA POR FECHA DE VENCIMIENTO, DESDE LA   *
      *       LLAVE SIGUIENTE A PR-INV-REP-LLAVE (ESPACIOS = PRIMERA   *
      *       PAGINA); PR-INV-MAS-DATOS = 'S' SI HAY OTRA PAGINA.      *
      *       PR-INV-LST-INSTRUCCION EN ESPACIOS = SIN INSTRUCCION     *
      *       (RENOVACION AUTOMATICA DEL SISTEMA DE INVERSIONES).      *
      *   'A' FIJA O REEMPLAZA LA INSTRUCCION DE PR-INV-CEN-INV +      *
      *       PR-INV-ACC-INV: 'RC' RENUEVA EL CAPITAL (EL INTERES SE   *
      *       ABONA A LA CUENTA LIGADA); 'RI' RENUEVA CAPITAL MAS      *
      *       INTERES; 'PG' LIQUIDA CAPITAL MAS INTERES A              *
      *       PR-INV-CEN-DESTINO + PR-INV-ACC-DESTINO (CUENTA ACTIVA   *
      *       DEL MISMO BDMID). LA INSTRUCCION QUEDA VIGENTE PARA LOS  *
      *       SIGUIENTES VENCIMIENTOS HASTA QUE SE CAMBIE O CANCELE.   *
      *   'B' CANCELA LA INSTRUCCION (VUELVE LA RENOVACION AUTOMATICA).*
      * 'A' Y 'B' SOLO HASTA EL DIA ANTERIOR AL VENCIMIENTO.           *
      * PR-INV-USUARIO ES OBLIGATORIO EN 'A' Y 'B'. PR-INV-COD-RETURN: *
      * '00' OK; '10' SIN INVERSIONES / SIN INSTRUCCION QUE CANCELAR;  *
      * '99' ERROR (PR-INV-DES-ERROR).                                 *
      ******************************************************************
        02 PR-PARAM-INVERSION.
          05 PR-INV-ACCION                PIC X(01).
             88 PR-INV-LISTA                      VALUE 'L'.
             88 PR-INV-ALTA                       VALUE 'A'.
             88 PR-INV-BAJA                       VALUE 'B'.
          05 PR-INV-ENT                   PIC X(04).
          05 PR-INV-BDMID                 PIC X(40).
          05 PR-INV-USUARIO               PIC X(08).
          05 PR-INV-CEN-INV               PIC X(04).
          05 PR-INV-ACC-INV               PIC X(10).
          05 PR-INV-INSTRUCCION           PIC X(02).
             88 PR-INV-RENUEVA-CAPITAL            VALUE 'RC'.
             88 PR-INV-RENUEVA-INTERES            VALUE 'RI'.
             88 PR-INV-PAGA                       VALUE 'PG'.
          05 PR-INV-CEN-DESTINO           PIC X(04).
          05 PR-INV-ACC-DESTINO           PIC X(10).
          05 PR-INV-REP-LLAVE             PIC X(24).
          05 PR-INV-COD-RETURN            PIC X(02).
          05 PR-INV-DES-ERROR             PIC X(40).
          05 PR-INV-MAS-DATOS             PIC X(01).
          05 PR-INV-NUM-INVS              PIC 9(02).
          05 PR-INV-INVERSIONES           OCCURS 10 TIMES.
             10 PR-INV-LST-CEN-INV        PIC X(04).
             10 PR-INV-LST-ACC-INV        PIC X(10).
             10 PR-INV-LST-PRODUCTO       PIC X(02).
             10 PR-INV-LST-SUBPRODUCTO    PIC X(04).
             10 PR-INV-LST-PLAZO          PIC 9(03).
             10 PR-INV-LST-CAPITAL        PIC 9(13)V99.
             10 PR-INV-LST-INTERES        PIC 9(11)V99.
             10 PR-INV-LST-TASA           PIC 9(03)V9(04).
             10 PR-INV-LST-FEC-VENCE      PIC X(10).
             10 PR-INV-LST-INSTRUCCION    PIC X(02).
             10 PR-INV-LST-CEN-DESTINO    PIC X(04).
             10 PR-INV-LST-ACC-DESTINO    PIC X(10).
