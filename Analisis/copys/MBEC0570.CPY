      * MBEC0570:  COMMAREA MB7C0570 -- AVISO DE FALLECIMIENTO Y       *
      *            LIQUIDACION A BENEFICIARIOS (MBDT238/239/240)       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ246    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * 'N' AVISO DE FALLECIMIENTO DEL BDMID (FECHA DE DEFUNCION Y     *
      *     ACTA): LO REGISTRA EN MBDT238 (REGRESA PR-DEF-FOLIO);      *
      *     BLOQUEA SUS CUENTAS (T036_FLG_STAT 'D'; CADA UNA QUEDA EN  *
      *     MBDT239 'BL'); SUS TARJETAS (MCDT114) Y TOKENS (MCDT804);  *
      *     SUS DISPOSITIVOS (MBDT215 'BL'); CANCELA REDONDEO          *
      *     (MBDT187) Y APARTADO DE NOMINA (MBDT220); BORRA LAS        *
      *     PREFERENCIAS DE NOTIFICACION (MBDT179) Y CANCELA LOS       *
      *     EVENTOS PENDIENTES DEL OUTBOX (MBDT165 'CA'). EL ESTADO DE *
      *     CUENTA CERTIFICADO AL DIA DE LA DEFUNCION LO EMITE         *
      *     MB9B0209 CON FOLIO DE MB7C0145.                            *
      * 'L' SOLICITA LA LIQUIDACION DE UNA CUENTA (PR-DEF-FOLIO +      *
      *     CEN-REG + ACC): REQUIERE EL CERTIFICADO EMITIDO; CALCULA   *
      *     SALDO MAS SOBRES Y ALCANCIA (MBDT039) Y LO REPARTE ENTRE   *
      *     LOS BENEFICIARIOS ACTIVOS DE MBDT237 EN PROPORCION A SU    *
      *     PORCENTAJE (EL ULTIMO ABSORBE EL REDONDEO). QUEDA 'PD'.    *
      * 'A' APRUEBA (MANO DISTINTA DEL CAPTURISTA): BARRE LAS METAS A  *
      *     LA CUENTA; RECALCULA CON EL SALDO DEL MOMENTO; CARGA LA    *
      *     CUENTA Y ABONA A CADA BENEFICIARIO. QUEDA 'LQ'.            *
      * 'R' RECHAZA LA LIQUIDACION 'PD' (LA CUENTA REGRESA A 'BL').    *
      * 'C' CONSULTA EL AVISO Y LA LIQUIDACION DE LA CUENTA.           *
      * PR-DEF-COD-RETURN: '00' OK; '10' NO ENCONTRADO; '20' DATO      *
      * INVALIDO O NO PROCEDE; '30' MISMA MANO; '99' ERROR.            *
      ******************************************************************
        02 PR-PARAM-DEFUNCION.
          05 PR-DEF-ACCION                PIC X(01).
             88 PR-DEF-NOTIFICA                   VALUE 'N'.
             88 PR-DEF-LIQUIDA                    VALUE 'L'.
             88 PR-DEF-APRUEBA                    VALUE 'A'.
             88 PR-DEF-RECHAZA                    VALUE 'R'.
             88 PR-DEF-CONSULTA                   VALUE 'C'.
          05 PR-DEF-ENT                   PIC X(04).
          05 PR-DEF-BDMID                 PIC X(40).
          05 PR-DEF-FEC-DEFUNCION         PIC X(10).
          05 PR-DEF-ACTA                  PIC X(20).
          05 PR-DEF-USUARIO               PIC X(08).
          05 PR-DEF-FOLIO                 PIC 9(09).
          05 PR-DEF-CEN-REG               PIC X(04).
          05 PR-DEF-ACC                   PIC X(10).
          05 PR-DEF-NUM-CUENTAS           PIC 9(03).
          05 PR-DEF-NUM-TARJETAS          PIC 9(03).
          05 PR-DEF-NUM-DISPOSITIVOS      PIC 9(03).
          05 PR-DEF-ESTADO                PIC X(02).
          05 PR-DEF-FOLIO-CERT            PIC 9(07).
          05 PR-DEF-IMP-SALDO             PIC S9(13)V99.
          05 PR-DEF-IMP-METAS             PIC 9(13)V99.
          05 PR-DEF-IMP-TOTAL             PIC 9(13)V99.
          05 PR-DEF-COD-RETURN            PIC X(02).
          05 PR-DEF-DES-ERROR             PIC X(40).
          05 PR-DEF-NUM-BENEF             PIC 9(02).
          05 PR-DEF-PAGOS                 OCCURS 10 TIMES.
             10 PR-DEF-PAG-SECUENCIA      PIC 9(03).
             10 PR-DEF-PAG-NOMBRE         PIC X(60).
             10 PR-DEF-PAG-PORCENTAJE     PIC 9(03)V99.
             10 PR-DEF-PAG-CEN-PAGO       PIC X(04).
             10 PR-DEF-PAG-ACC-PAGO       PIC X(10).
             10 PR-DEF-PAG-IMPORTE        PIC 9(13)V99.
