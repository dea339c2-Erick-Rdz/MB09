      * MBEC0580:  COMMAREA MB7C0580 -- SOLICITUD DE CAMBIO DE NIVEL   *
      *            (KYC) DE UNA CUENTA WALLET (MBDT241)                *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ247    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * AL CLIENTE QUE TOPA EL LIMITE EN UDIS (MB9B0159) SE LE DECIA   *
      * "SUBA DE NIVEL" Y NO HABIA PROCESO: SUCURSAL JUNTABA PAPELES Y *
      * ALGUIEN EDITABA EL PRODUCTO A MANO. AQUI SE TRABAJA A DOS      *
      * MANOS COMO MB7C0200:                                           *
      * 'S' SOLICITA (SUCURSAL 'SU' U ONBOARDING DIGITAL 'DG'): LA     *
      *     CUENTA DEBE SER WALLET (BGDT140 TABLA '0406'); EL          *
      *     PRODUCTO/SUBPRODUCTO DESTINO TAMBIEN Y CON TOPE EN MBDT183 *
      *     MAYOR AL ACTUAL; LA IDENTIFICACION RECIBIDA (TIPO Y        *
      *     NUMERO), EL COMPROBANTE DE DOMICILIO Y LA CURP (Y EL RFC   *
      *     SI SE INFORMA) SE COTEJAN CONTRA EL TITULAR DE LA CUENTA   *
      *     (PEDT008 'T' 01 -> PEDT001). QUEDA 'PE' EN MBDT241.        *
      * 'A' APRUEBA (REVISOR DE CUMPLIMIENTO; MANO DISTINTA): CAMBIA   *
      *     T041_COD_PRODUCT/T041_COD_SPROD EN SITIO (COMO MB9B0122);  *
      *     LA MARCA 'EX' DEL MES EN MBDT184 QUE YA CABE EN EL NUEVO   *
      *     TOPE QUEDA 'AM' Y SE LIBERAN LAS RETENCIONES DE TOPE       *
      *     (BGDT089 CODIGO 'TUDI') CON SU AVISO AL CLIENTE (MB7C0150  *
      *     'RETL'). EL NUEVO TOPE RIGE DESDE ESE MISMO DIA.           *
      * 'R' RECHAZA (PR-NIV-MOTIVO); 'C' CONSULTA LA SOLICITUD.        *
      * PR-NIV-COD-RETURN: '00' OK; '10' SIN CUENTA/TITULAR/SOLICITUD; *
      * '20' DATO INVALIDO O NO PROCEDE; '30' MISMA MANO; '99' ERROR.  *
      ******************************************************************
        02 PR-PARAM-NIVEL.
          05 PR-NIV-ACCION                PIC X(01).
             88 PR-NIV-SOLICITA                   VALUE 'S'.
             88 PR-NIV-APRUEBA                    VALUE 'A'.
             88 PR-NIV-RECHAZA                    VALUE 'R'.
             88 PR-NIV-CONSULTA                   VALUE 'C'.
          05 PR-NIV-ENT                   PIC X(04).
          05 PR-NIV-CEN-REG               PIC X(04).
          05 PR-NIV-ACC                   PIC X(10).
          05 PR-NIV-COD-PROD-DEST         PIC X(02).
          05 PR-NIV-COD-SPROD-DEST        PIC X(04).
          05 PR-NIV-CANAL                 PIC X(02).
             88 PR-NIV-CANAL-SUCURSAL             VALUE 'SU'.
             88 PR-NIV-CANAL-DIGITAL              VALUE 'DG'.
          05 PR-NIV-TIPO-ID               PIC X(02).
          05 PR-NIV-NUM-ID                PIC X(20).
          05 PR-NIV-CURP                  PIC X(18).
          05 PR-NIV-RFC                   PIC X(13).
          05 PR-NIV-COMP-DOMICILIO        PIC X(01).
          05 PR-NIV-USUARIO               PIC X(08).
          05 PR-NIV-MOTIVO                PIC X(40).
          05 PR-NIV-FOLIO                 PIC 9(09).
          05 PR-NIV-ESTADO                PIC X(02).
          05 PR-NIV-COD-PROD-ORIG         PIC X(02).
          05 PR-NIV-COD-SPROD-ORIG        PIC X(04).
          05 PR-NIV-TOPE-ORIG             PIC 9(09).
          05 PR-NIV-TOPE-DEST             PIC 9(09).
          05 PR-NIV-NUM-LIBERADAS         PIC 9(03).
          05 PR-NIV-COD-RETURN            PIC X(02).
          05 PR-NIV-DES-ERROR             PIC X(40).
