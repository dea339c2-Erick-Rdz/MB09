      * MBEC0430:  COMMAREA MB7C0430 -- LINEA DE TIEMPO 360 DEL        *
      *            CLIENTE (EVENTOS DE VARIAS TABLAS EN UN SOLO ORDEN) *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ227    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * SE ENVIA UN BDMID (TODAS SUS CUENTAS Y WALLETS: MBDT036 Y      *
      * MCDT403, COMO MB2C0010) O UNA CUENTA, Y EL PERIODO. REGRESA    *
      * HASTA 20 EVENTOS POR PAGINA DEL MAS VIEJO AL MAS NUEVO:        *
      *   'NOT' AVISO DEL OUTBOX DE NOTIFICACIONES (MBDT165)           *
      *   'ACL' CAMBIO DE ESTATUS DE ACLARACION (MBDT309H)             *
      *   'RET' RETENCION SOBRE LA CUENTA (BGDT089)                    *
      *   'TRA' CAMBIO DE ESTADO DE TRASPASO (BGDT114)                 *
      *   'FRA' ALTA / CAMBIO DE CASO DE FRAUDE (MBDT180)              *
      *   'TEL' TELEFONO LIGADO / DESLIGADO DE LA CUENTA (MCDT403H)    *
      * PAGINACION: EN LA PRIMERA PAGINA PR-TML-REPOSICION VA EN       *
      * ESPACIOS; PARA LA SIGUIENTE SE REENVIA TAL COMO REGRESO        *
      * (LLAVE DEL ULTIMO EVENTO ENTREGADO) MIENTRAS PR-TML-MAS-DATOS  *
      * = 'S'.                                                         *
      * ENMASCARADO Y BITACORA COMO MB2C0009: LOS TELEFONOS SALEN      *
      * TAPADOS SALVO VISTA SIN MASCARA (PR-TML-VERSIN = 'S') CON      *
      * OTORGAMIENTO VIGENTE (MBDT206) Y SIN DELEGACION ENMASCARADA    *
      * (MBDT196); LA PRIMERA PAGINA QUEDA EN LA BITACORA MBDT144.     *
      * PR-TML-COD-RETURN: '00' OK; '10' SIN EVENTOS; '99' ERROR.      *
      ******************************************************************
        02 PR-PARAM-TIMELINE.
          05 PR-TML-ENT                   PIC X(04).
          05 PR-TML-BDMID                 PIC X(40).
          05 PR-TML-CUENTA                PIC X(14).
          05 PR-TML-FECHA-INI             PIC X(10).
          05 PR-TML-FECHA-FIN             PIC X(10).
          05 PR-TML-USERID                PIC X(08).
          05 PR-TML-TERMINAL              PIC X(04).
          05 PR-TML-CHANN                 PIC X(02).
          05 PR-TML-PRKEY                 PIC X(02).
          05 PR-TML-VERSIN                PIC X(01).
             88 PR-TML-VERSIN-SI                VALUE 'S'.
          05 PR-TML-REPOSICION.
             10 PR-TML-REP-STP            PIC X(26).
             10 PR-TML-REP-TIPO           PIC X(03).
             10 PR-TML-REP-REF            PIC X(20).
          05 PR-TML-COD-RETURN            PIC X(02).
          05 PR-TML-DES-ERROR             PIC X(40).
          05 PR-TML-MAS-DATOS             PIC X(01).
          05 PR-TML-NUM-EVENTOS           PIC 9(02).
          05 PR-TML-EVENTO                OCCURS 20 TIMES.
             10 PR-TML-EVT-STP            PIC X(26).
             10 PR-TML-EVT-TIPO           PIC X(03).
             10 PR-TML-EVT-REF            PIC X(20).
             10 PR-TML-EVT-CUENTA         PIC X(14).
             10 PR-TML-EVT-DESCRIPCION    PIC X(60).
