      * MBEC0620:  COMMAREA MB7C0620 -- SERVICIO DE TOKENIZACION DE    *
      *            NUMEROS DE TARJETA (BOVEDA MBDT251 / BITACORA       *
      *            MBDT252)                                            *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ253    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LOS BATCH E INTERFACES YA NO SACAN EL NUMERO DE TARJETA: LO    *
      * CAMBIAN POR SU TOKEN. EL TOKEN ES ESTABLE (LA MISMA TARJETA    *
      * SIEMPRE DA EL MISMO TOKEN) Y TIENE LA FORMA 'TK' + CONSECUTIVO *
      * DE 10 + LOS ULTIMOS 4 DIGITOS, PARA QUE NUNCA SE CONFUNDA CON  *
      * UN NUMERO DE TARJETA Y ATENCION A CLIENTES PUEDA COTEJAR LOS 4 *
      * ULTIMOS.                                                       *
      *   'T' TOKENIZA PR-TKN-PAN (SOLO DIGITOS, 12 A 19): REGRESA EL  *
      *       TOKEN EN PR-TKN-TOKEN; LO DA DE ALTA EN LA BOVEDA SI ES  *
      *       NUEVO. LO LLAMAN LOS BATCH POR CALL.                     *
      *   'D' DESTOKENIZA PR-TKN-TOKEN: SOLO PARA UN USUARIO CON ROL   *
      *       AUTORIZADO (CATALOGO MBDT140 'PANT', UN RENGLON POR      *
      *       USUARIO CON SU ROL) Y CON MOTIVO Y TICKET, COMO LOS      *
      *       OTORGAMIENTOS DE MBDT206. TODO INTENTO, AUTORIZADO O NO, *
      *       QUEDA EN MBDT252.                                        *
      * PR-TKN-COD-RETURN: '00' OK; '10' TOKEN NO EXISTE; '99' ERROR O *
      * USUARIO NO AUTORIZADO (PR-TKN-DES-ERROR).                      *
      ******************************************************************
        02 PR-PARAM-TOKEN.
          05 PR-TKN-ACCION                PIC X(01).
             88 PR-TKN-TOKENIZA                   VALUE 'T'.
             88 PR-TKN-DESTOKENIZA                VALUE 'D'.
          05 PR-TKN-ENT                   PIC X(04).
          05 PR-TKN-PAN                   PIC X(19).
          05 PR-TKN-TOKEN                 PIC X(16).
          05 PR-TKN-USUARIO               PIC X(08).
          05 PR-TKN-MOTIVO                PIC X(30).
          05 PR-TKN-TICKET                PIC X(12).
          05 PR-TKN-ROL                   PIC X(10).
          05 PR-TKN-COD-RETURN            PIC X(02).
          05 PR-TKN-DES-ERROR             PIC X(40).
