      * MBEC0550:  COMMAREA MB7C0550 -- CANCELACION DE CUENTA CON      *
      *            REVISION PREVIA Y MAKER-CHECKER (MBDT236)           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ245    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LA CANCELACION ERA UNA LISTA EN PAPEL. AQUI SE REVISA TODO LO  *
      * QUE LA DETIENE O QUE HAY QUE DESHACER ANTES DE CERRAR:         *
      *   BLOQUEAN (PR-CIE-REV-BLOQUEA = 'S'):                         *
      *     'RETE' RETENCIONES Y EMBARGOS VIVOS (BGDT089)              *
      *     'ACLA' ACLARACIONES ABIERTAS (MBDT309)                     *
      *     'NOMI' DISPERSION DE NOMINA PENDIENTE (MBDT258; COMO       *
      *            CUENTA DISPERSORA O RECEPTORA, FECHA HOY O FUTURA)  *
      *     'SDEU' SALDO DEUDOR                                        *
      *   SE ATIENDEN AL APROBAR (PR-CIE-REV-BLOQUEA = 'N'):           *
      *     'META' SOBRES Y ALCANCIA CON SALDO (MBDT039): SE BARREN A  *
      *            LA CUENTA                                           *
      *     'SALD' SALDO A FAVOR: SE PAGA A LA CUENTA DESIGNADA        *
      *     'EDOC' ENROLAMIENTO DE ESTADOS DE CUENTA (MBDT148/151)     *
      *     'DELE' DELEGACIONES DE VISTA ACTIVAS (MBDT196)             *
      *     'TELE' TELEFONOS MAPEADOS (MCDT403); SE CIERRAN CON LA     *
      *            GRACIA DE MB7C0400                                  *
      * 'V' SOLO REVISA Y LISTA. 'S' REVISA Y; SIN BLOQUEOS; DEJA LA   *
      *     SOLICITUD 'PD' (REGRESA PR-CIE-FOLIO). PR-CIE-CEN-PAGO +   *
      *     PR-CIE-ACC-PAGO (CUENTA INTERNA EN BGDT041) ES OBLIGATORIA *
      *     SI QUEDA SALDO O HAY METAS CON SALDO.                      *
      * 'A' APRUEBA (MANO DISTINTA DEL CAPTURISTA): REVISA DE NUEVO Y  *
      *     EJECUTA: BARRE METAS; PAGA EL SALDO; CANCELA ENROLAMIENTO  *
      *     Y DELEGACIONES; CIERRA LOS TELEFONOS Y DA DE BAJA LA       *
      *     CUENTA EN MBDT036. LA SOLICITUD QUEDA 'CE' Y MB9B0208      *
      *     EMITE EL ESTADO DE CUENTA FINAL ('EF').                    *
      * 'R' RECHAZA UNA SOLICITUD 'PD' ('RC').                         *
      * 'C' CONSULTA LA SOLICITUD PR-CIE-FOLIO.                        *
      * PR-CIE-COD-RETURN: '00' OK; '10' NO ENCONTRADA; '20' HAY       *
      * BLOQUEOS O DATO INVALIDO; '30' MISMA MANO; '99' ERROR.         *
      ******************************************************************
        02 PR-PARAM-CIERRE.
          05 PR-CIE-ACCION                PIC X(01).
             88 PR-CIE-REVISA                     VALUE 'V'.
             88 PR-CIE-SOLICITA                   VALUE 'S'.
             88 PR-CIE-APRUEBA                    VALUE 'A'.
             88 PR-CIE-RECHAZA                    VALUE 'R'.
             88 PR-CIE-CONSULTA                   VALUE 'C'.
          05 PR-CIE-ENT                   PIC X(04).
          05 PR-CIE-CEN-REG               PIC X(04).
          05 PR-CIE-ACC                   PIC X(10).
          05 PR-CIE-CEN-PAGO              PIC X(04).
          05 PR-CIE-ACC-PAGO              PIC X(10).
          05 PR-CIE-MOTIVO                PIC X(40).
          05 PR-CIE-USUARIO               PIC X(08).
          05 PR-CIE-FOLIO                 PIC 9(09).
          05 PR-CIE-ESTADO                PIC X(02).
          05 PR-CIE-SALDO                 PIC S9(13)V99.
          05 PR-CIE-IMP-METAS             PIC 9(13)V99.
          05 PR-CIE-IMP-PAGADO            PIC 9(13)V99.
          05 PR-CIE-NUM-TELEFONOS         PIC 9(03).
          05 PR-CIE-COD-RETURN            PIC X(02).
          05 PR-CIE-DES-ERROR             PIC X(40).
          05 PR-CIE-NUM-REVISIONES        PIC 9(02).
          05 PR-CIE-REVISIONES            OCCURS 9 TIMES.
             10 PR-CIE-REV-CLAVE          PIC X(04).
             10 PR-CIE-REV-BLOQUEA        PIC X(01).
             10 PR-CIE-REV-NUM            PIC 9(05).
             10 PR-CIE-REV-IMPORTE        PIC 9(13)V99.
             10 PR-CIE-REV-DESC           PIC X(30).
