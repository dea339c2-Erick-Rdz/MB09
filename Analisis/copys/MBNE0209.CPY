      * MBNE0209: COPY DE ENTRADA/SALIDA PARA EL ESTADO DE CUENTA      *
      *           CERTIFICADO AL DIA DE LA DEFUNCION, MB9B0209.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ246   AGR  15-10-2026  ALTA DE COPY PARA EL ESTADO DE      *
      *                            CUENTA CERTIFICADO (MB9B0209)       *
      ******************************************************************
      * MBNE0209            PARAMETROS DE LA CORRIDA.                  *
      * E209-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E209-USUARIO         (R)  USUARIO EMISOR DEL FOLIO CERTIFICADO *
      * E209-COD-CONTROL     (R)  CONTADOR DE LA TABLA DE CONTROL DE   *
      *                           FOLIOS CERTIFICADOS (MB7C0145)       *
      * E209-FORMATO         (O)  FORMATO DEL EXTRACTO MB9B0119:       *
      *                           'C' CSV  'F' ANCHO FIJO (DEFAULT 'F')*
      * E209-COD-RETURN      (S)  '00' OK  '10' SIN CUENTAS DE         *
      *                           FALLECIDOS PENDIENTES  '99' ERROR    *
      * E209-NUM-CUENTAS     (S)  CUENTAS DE FALLECIDOS SIN CERTIFICADO*
      * E209-NUM-CERTIFICADOS(S)  ESTADOS CERTIFICADOS CON FOLIO       *
      * E209-NUM-FALLIDOS    (S)  ESTADOS QUE FALLARON (LA CUENTA SIGUE*
      *                           SIN FOLIO PARA LA RE-CORRIDA)        *
      ******************************************************************
       01 MBNE0209.
          05 E209-ENT-ORIGIN               PIC X(04).
          05 E209-USUARIO                  PIC X(08).
          05 E209-COD-CONTROL              PIC 9(07).
          05 E209-FORMATO                  PIC X(01).
          05 E209-COD-RETURN               PIC X(02).
             88 E209-RETURN-OK                     VALUE '00'.
             88 E209-RETURN-SIN-DATOS              VALUE '10'.
             88 E209-RETURN-ERROR                  VALUE '99'.
          05 E209-NUM-CUENTAS              PIC 9(07).
          05 E209-NUM-CERTIFICADOS         PIC 9(07).
          05 E209-NUM-FALLIDOS             PIC 9(07).
