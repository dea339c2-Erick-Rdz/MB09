      * MBNE0192: COPY DE ENTRADA/SALIDA PARA LA EMISION DE DICTAMENES *
      *           DE ACLARACIONES RESUELTAS, MB9B0192.                 *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ224   AGR  15-10-2026  ALTA DE COPY PARA LA EMISION DE     *
      *                            DICTAMENES (MB9B0192)               *
      ******************************************************************
      * MBNE0192            PARAMETROS DE LA EMISION.                  *
      * E192-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E192-FECHA-PROCESO   (R)  FECHA DE EMISION DEL DICTAMEN        *
      *                           (YYYY-MM-DD); ES LA QUE QUEDA EN LA  *
      *                           HISTORIA DE LA ACLARACION            *
      * E192-COD-RETURN      (S)  '00' OK  '10' SIN ACLARACIONES       *
      *                           RESUELTAS PENDIENTES DE DICTAMEN     *
      *                           '99' ERROR SQL/ARCHIVO               *
      * E192-NUM-DICTAMENES  (S)  DICTAMENES EMITIDOS                  *
      * E192-NUM-SFTP        (S)  DE ELLOS, ENTREGADOS POR SFTP        *
      * E192-NUM-CORREO      (S)  DE ELLOS, ENTREGADOS POR CORREO      *
      * E192-NUM-IMPRESION   (S)  DE ELLOS, A IMPRESION EN SUCURSAL    *
      * E192-NUM-SIN-PREF    (S)  DE LOS IMPRESOS, CUENTAS SIN         *
      *                           PREFERENCIA DE ENTREGA EN MBDT151    *
      ******************************************************************
       01 MBNE0192.
          05 E192-ENT-ORIGIN               PIC X(04).
          05 E192-FECHA-PROCESO            PIC X(10).
          05 E192-COD-RETURN               PIC X(02).
             88 E192-RETURN-OK                     VALUE '00'.
             88 E192-RETURN-SIN-DATOS              VALUE '10'.
             88 E192-RETURN-ERROR                  VALUE '99'.
          05 E192-NUM-DICTAMENES           PIC 9(07).
          05 E192-NUM-SFTP                 PIC 9(07).
          05 E192-NUM-CORREO               PIC 9(07).
          05 E192-NUM-IMPRESION            PIC 9(07).
          05 E192-NUM-SIN-PREF             PIC 9(07).
