      * MBEC0500:  COMMAREA MB7C0500 -- CONSENTIMIENTOS DE FINANZAS    *
      *            ABIERTAS POR BDMID (MBDT226 / MBDT227)              *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ239    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL CLIENTE (BDMID) AUTORIZA A UN AGREGADOR REGISTRADO EN       *
      * MBDT227 A LEER SUS DATOS, POR ALCANCE Y CON VIGENCIA.          *
      *   'A' ALTA DESDE EL CANAL: PR-CNS-TERCERO ACTIVO; AL MENOS UN  *
      *       ALCANCE EN 'S' (SALDOS; MOVIMIENTOS; ESTADOS DE CUENTA); *
      *       PR-CNS-FEC-EXPIRA POSTERIOR A HOY Y A NO MAS DE UN ANO.  *
      *       SI YA HABIA UNO VIGENTE PARA EL MISMO TERCERO QUEDA      *
      *       REVOCADO Y EL NUEVO LO SUSTITUYE. REGRESA                *
      *       PR-CNS-ID-CONSENT.                                       *
      *   'L' LISTA LOS CONSENTIMIENTOS DEL BDMID, 10 POR PAGINA,      *
      *       DESDE EL ID SIGUIENTE A PR-CNS-REP-ID (CEROS EN LA       *
      *       PRIMERA PAGINA); PR-CNS-MAS-DATOS = 'S' CUANDO HAY OTRA  *
      *       PAGINA. ESTADO 'A' VIGENTE; 'R' REVOCADO; 'V' VENCIDO.   *
      *   'R' REVOCA PR-CNS-ID-CONSENT DEL BDMID.                      *
      *   'V' VALIDA PARA UNA LECTURA DEL TERCERO: PR-CNS-ID-CONSENT   *
      *       DEL BDMID Y DE PR-CNS-TERCERO; VIGENTE Y CON EL ALCANCE  *
      *       PR-CNS-ALCANCE ('S' SALDOS; 'M' MOVIMIENTOS; 'E'         *
      *       ESTADOS DE CUENTA). REGRESA LOS TRES ALCANCES.           *
      * PR-CNS-USUARIO (QUIEN OTORGA O REVOCA) ES OBLIGATORIO EN 'A' Y *
      * 'R'. PR-CNS-COD-RETURN: '00' OK; '10' SIN CONSENTIMIENTOS O    *
      * NO VIGENTE / FUERA DE ALCANCE; '99' ERROR.                     *
      ******************************************************************
        02 PR-PARAM-CONSENT.
          05 PR-CNS-ACCION                PIC X(01).
             88 PR-CNS-ALTA                       VALUE 'A'.
             88 PR-CNS-LISTA                      VALUE 'L'.
             88 PR-CNS-REVOCA                     VALUE 'R'.
             88 PR-CNS-VALIDA                     VALUE 'V'.
          05 PR-CNS-ENT                   PIC X(04).
          05 PR-CNS-BDMID                 PIC X(40).
          05 PR-CNS-USUARIO               PIC X(08).
          05 PR-CNS-ID-CONSENT            PIC 9(09).
          05 PR-CNS-TERCERO               PIC X(08).
          05 PR-CNS-ALC-SALDOS            PIC X(01).
          05 PR-CNS-ALC-MOVTOS            PIC X(01).
          05 PR-CNS-ALC-EDOCTA            PIC X(01).
          05 PR-CNS-FEC-EXPIRA            PIC X(10).
          05 PR-CNS-ALCANCE               PIC X(01).
             88 PR-CNS-ALCANCE-SALDOS             VALUE 'S'.
             88 PR-CNS-ALCANCE-MOVTOS             VALUE 'M'.
             88 PR-CNS-ALCANCE-EDOCTA             VALUE 'E'.
          05 PR-CNS-REP-ID                PIC 9(09).
          05 PR-CNS-COD-RETURN            PIC X(02).
          05 PR-CNS-DES-ERROR             PIC X(40).
          05 PR-CNS-MAS-DATOS             PIC X(01).
          05 PR-CNS-NUM-CONSENT           PIC 9(02).
          05 PR-CNS-CONSENTIMIENTO        OCCURS 10 TIMES.
             10 PR-CNS-LST-ID             PIC 9(09).
             10 PR-CNS-LST-TERCERO        PIC X(08).
             10 PR-CNS-LST-NOM-TERCERO    PIC X(40).
             10 PR-CNS-LST-ALC-SALDOS     PIC X(01).
             10 PR-CNS-LST-ALC-MOVTOS     PIC X(01).
             10 PR-CNS-LST-ALC-EDOCTA     PIC X(01).
             10 PR-CNS-LST-FEC-ALTA       PIC X(10).
             10 PR-CNS-LST-FEC-EXPIRA     PIC X(10).
             10 PR-CNS-LST-ESTADO         PIC X(01).
