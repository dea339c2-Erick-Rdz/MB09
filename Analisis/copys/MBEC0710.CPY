      * MBEC0710:  COMMAREA MB7C0710 -- COTIZACION EN FIRME DE TIPO    *
      *            DE CAMBIO CON BLOQUEO DE TASA (MBDT277)             *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ264    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL TIPO SE RESUELVE COMO EN LA CONSULTA DE MOVIMIENTOS:        *
      * TC7C0810 (TIPO NACIONAL) Y TC7C0820 (REGIONALIZADO POR LA      *
      * SUCURSAL). SENTIDO DESDE EL CLIENTE: 'C' EL CLIENTE COMPRA LA  *
      * DIVISA (SE APLICA OFFERRATE); 'V' EL CLIENTE VENDE LA DIVISA   *
      * (SE APLICA BIDRATE). EL IMPORTE VA EN LA DIVISA.               *
      * ACCIONES:                                                      *
      *   'Q' COTIZA: REGRESA PR-COT-ID, EL TIPO BLOQUEADO Y SU        *
      *       VENCIMIENTO. LOS MINUTOS DE BLOQUEO SON PARAMETRO DE     *
      *       MBDT140 (KEY 'COTIZA'; COD 'MINUTOS'); SIN EL, 5.        *
      *   'A' APLICA (LA LLAMA EL POSTEO DE LA CONVERSION CON EL ID    *
      *       QUE PRESENTA EL CLIENTE): LA COTIZACION SE HONRA SOLO SI *
      *       EXISTE PARA LA MISMA ENTIDAD, DIVISA Y SENTIDO, ESTA     *
      *       VIGENTE, NO SE HA USADO Y EL IMPORTE NO EXCEDE EL        *
      *       COTIZADO. AL HONRARLA SE MARCA USADA CON LA CUENTA, LA   *
      *       OPERACION Y EL TIPO VIGENTE EN ESE MOMENTO, Y SE         *
      *       REGISTRA EL TIPO APLICADO EN MBDT142 (ORIGEN 'C') CON EL *
      *       ID DE LA COTIZACION. SI NO SE HONRA REGRESA EL TIPO      *
      *       VIGENTE EN PR-COT-TIPO CON PR-COT-HONRADA = 'N' Y EL     *
      *       POSTEO SIGUE SU CAMINO NORMAL.                           *
      * PR-COT-COD-RETURN: '00' OK (EN 'A' COTIZACION HONRADA); '10'   *
      * COTIZACION NO EXISTE O NO CORRESPONDE; '15' COTIZACION         *
      * VENCIDA; '16' COTIZACION YA USADA; '25' IMPORTE MAYOR AL       *
      * COTIZADO; '20' DATOS DE ENTRADA INVALIDOS; '30' SIN TIPO DE    *
      * CAMBIO PARA LA DIVISA; '99' ERROR.                             *
      ******************************************************************
        02 PR-PARAM-COTIZACION.
          05 PR-COT-ACCION                PIC X(01).
             88 PR-COT-COTIZA                     VALUE 'Q'.
             88 PR-COT-APLICA                     VALUE 'A'.
          05 PR-COT-ENT                   PIC X(04).
          05 PR-COT-CEN-REG               PIC X(04).
          05 PR-COT-FCC                   PIC X(03).
          05 PR-COT-SENTIDO               PIC X(01).
             88 PR-COT-CLIENTE-COMPRA             VALUE 'C'.
             88 PR-COT-CLIENTE-VENDE              VALUE 'V'.
             88 PR-COT-SENTIDO-VALIDO             VALUE 'C' 'V'.
          05 PR-COT-IMPORTE               PIC S9(13)V9(02).
          05 PR-COT-USUARIO               PIC X(08).
      *   POSTEO DE LA CONVERSION ('A').
          05 PR-COT-ID                    PIC 9(09).
          05 PR-COT-ACC                   PIC X(10).
          05 PR-COT-COD-OPERATION         PIC X(03).
      *   SALIDA.
          05 PR-COT-COD-RETURN            PIC X(02).
          05 PR-COT-DES-ERROR             PIC X(40).
          05 PR-COT-HONRADA               PIC X(01).
          05 PR-COT-TIPO                  PIC S9(06)V9(06).
          05 PR-COT-BIDRATE               PIC S9(06)V9(06).
          05 PR-COT-OFFERRATE             PIC S9(06)V9(06).
          05 PR-COT-TIPO-COTIZADO         PIC S9(06)V9(06).
          05 PR-COT-TIPO-VIGENTE          PIC S9(06)V9(06).
          05 PR-COT-MINUTOS               PIC 9(03).
          05 PR-COT-STP-VENCE             PIC X(26).
