      * ------- ------ ----------- ----------------------------------- *
      * @BAZ210   AGR  03-09-2026  ALTA DE COPY PARA EL CONSOLIDADO    *
      *                            POR CLIENTE (MB9B0180)              *
      * @BAZ243   AGR  15-10-2026  FORMATOS ISO 20022 / SWIFT; EN XML  *
      *                            UN SOLO DOCUMENTO CON UN STMT POR   *
      *                            CUENTA                              *
      ******************************************************************
      * MBNE0180            PARAMETROS DEL CONSOLIDADO.                *
      * E180-BDMID           (R)  BDMID DEL CLIENTE                    *
      * E180-FECHFIN         (R)  FIN DEL PERIODO (YYYY-MM-DD)         *
      * E180-FORMATO         (O)  'C' CSV / 'F' ANCHO FIJO (VA TAL     *
      *                           CUAL A CADA EXTRACTO MB9B0119)       *
      *                           'X' CAMT.053  'S' MT940  'Y' CAMT.052*
      *                           'T' MT942 (SIN CARATULA CONSOL; EN   *
      *                           XML UN DOCUMENTO UNICO)              *
      * E180-COD-RETURN      (S)  '00' OK  '10' CLIENTE SIN CUENTAS    *
      *                           '99' ERROR                           *
      * E180-NUM-CUENTAS     (S)  CUENTAS INCLUIDAS                    *
          05 E180-FECHINI                  PIC X(10).
          05 E180-FECHFIN                  PIC X(10).
          05 E180-FORMATO                  PIC X(01).
             88 E180-FORMATO-ISO                   VALUE 'X' 'S'
                                                         'Y' 'T'.
             88 E180-FORMATO-XML                   VALUE 'X' 'Y'.
          05 E180-COD-RETURN               PIC X(02).
             88 E180-RETURN-OK                     VALUE '00'.
             88 E180-RETURN-SIN-DATOS              VALUE '10'.
