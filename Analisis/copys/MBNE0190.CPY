      * MBNE0190: COPY DE ENTRADA/SALIDA PARA LA CARGA DE FOLIOS       *
      *           FISCALES (UUID) DEVUELTOS POR EL PAC, MB9B0190.      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ222   AGR  15-10-2026  ALTA DE COPY PARA LA CARGA DE LA    *
      *                            RESPUESTA DEL PAC (MB9B0190)        *
      ******************************************************************
      * MBNE0190            PARAMETROS DE LA CARGA.                    *
      * E190-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E190-COD-RETURN      (S)  '00' OK  '10' ARCHIVO VACIO  '99'    *
      *                           ERROR SQL/ARCHIVO                    *
      * E190-NUM-LEIDOS      (S)  RENGLONES LEIDOS DE LA RESPUESTA     *
      * E190-NUM-TIMBRADOS   (S)  COMPROBANTES TIMBRADOS (UUID         *
      *                           ASIGNADO A SUS COMISIONES)           *
      * E190-NUM-RECHAZADOS  (S)  COMPROBANTES RECHAZADOS POR EL PAC   *
      *                           (SE REENVIAN EN LA SIGUIENTE         *
      *                           EMISION)                             *
      * E190-NUM-DESCONOCIDOS(S)  FOLIOS QUE NO CORRESPONDEN A NINGUN  *
      *                           ENVIO PENDIENTE EN MBDT212           *
      ******************************************************************
       01 MBNE0190.
          05 E190-ENT-ORIGIN               PIC X(04).
          05 E190-COD-RETURN               PIC X(02).
             88 E190-RETURN-OK                     VALUE '00'.
             88 E190-RETURN-SIN-DATOS              VALUE '10'.
             88 E190-RETURN-ERROR                  VALUE '99'.
          05 E190-NUM-LEIDOS               PIC 9(07).
          05 E190-NUM-TIMBRADOS            PIC 9(07).
          05 E190-NUM-RECHAZADOS           PIC 9(07).
          05 E190-NUM-DESCONOCIDOS         PIC 9(07).
