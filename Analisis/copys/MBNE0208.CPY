      * MBNE0208: COPY DE ENTRADA/SALIDA PARA EL ESTADO DE CUENTA      *
      *           FINAL DE LAS CUENTAS CANCELADAS, MB9B0208.           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ245   AGR  15-10-2026  ALTA DE COPY PARA EL ESTADO DE      *
      *                            CUENTA DE CIERRE (MB9B0208)         *
      ******************************************************************
      * MBNE0208            PARAMETROS DEL ESTADO DE CUENTA FINAL.     *
      * E208-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E208-FOLIO-RERUN     (O)  FOLIO DE MBDT236 A REPROCESAR; EN    *
      *                           CERO SE GENERAN TODAS LAS CUENTAS    *
      *                           CANCELADAS ('CE') SIN ESTADO FINAL   *
      * E208-COD-RETURN      (S)  '00' OK  '10' SIN CUENTAS CANCELADAS *
      *                           PENDIENTES  '99' ERROR SQL           *
      * E208-NUM-CIERRES     (S)  CUENTAS CANCELADAS PENDIENTES        *
      * E208-NUM-GENERADOS   (S)  ESTADOS FINALES GENERADOS OK         *
      * E208-NUM-SIN-DATOS   (S)  CUENTAS SIN MOVIMIENTOS EN EL PERIODO*
      *                           (TAMBIEN QUEDAN 'EF')                *
      * E208-NUM-FALLIDOS    (S)  ESTADOS QUE FALLARON (LA SOLICITUD   *
      *                           SIGUE 'CE' PARA LA RE-CORRIDA)       *
      ******************************************************************
       01 MBNE0208.
          05 E208-ENT-ORIGIN               PIC X(04).
          05 E208-FOLIO-RERUN              PIC 9(09).
          05 E208-COD-RETURN               PIC X(02).
             88 E208-RETURN-OK                     VALUE '00'.
             88 E208-RETURN-SIN-DATOS              VALUE '10'.
             88 E208-RETURN-ERROR                  VALUE '99'.
          05 E208-NUM-CIERRES              PIC 9(07).
          05 E208-NUM-GENERADOS            PIC 9(07).
          05 E208-NUM-SIN-DATOS            PIC 9(07).
          05 E208-NUM-FALLIDOS             PIC 9(07).
