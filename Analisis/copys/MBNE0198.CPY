      * MBNE0198: COPY DE ENTRADA/SALIDA PARA LA PROPUESTA NOCTURNA DE *
      *           MAPEOS DEL DIRECTORIO DE COMERCIOS, MB9B0198.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ232   AGR  15-10-2026  ALTA DE COPY PARA EL DIRECTORIO DE  *
      *                            COMERCIOS (MB9B0198)                *
      ******************************************************************
      * MBNE0198            PARAMETROS DE LA CORRIDA.                  *
      * E198-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E198-DIAS            (O)  DIAS HACIA ATRAS DE MOVIMIENTOS DE   *
      *                           TARJETA (MCDT043) A REVISAR          *
      *                           (DEFAULT 1)                          *
      * E198-MIN-OCURRENCIAS (O)  MOVIMIENTOS SIN MAPEO A PARTIR DE    *
      *                           LOS CUALES SE PROPONE UN PATRON      *
      *                           (DEFAULT 3)                          *
      * E198-COD-RETURN      (S)  '00' OK  '10' SIN DESCRIPTORES SIN   *
      *                           MAPEO  '99' ERROR                    *
      * E198-NUM-GRUPOS      (S)  GRUPOS DE DESCRIPTORES SIN MAPEO     *
      * E198-NUM-PROPUESTAS  (S)  MAPEOS NUEVOS PROPUESTOS ('PR')      *
      * E198-NUM-ACTUALIZADAS(S)  PROPUESTAS PREVIAS AUN PENDIENTES A  *
      *                           LAS QUE SE SUMAN OCURRENCIAS         *
      * E198-NUM-RECHAZADAS  (S)  GRUPOS CUYO PATRON OPERACIONES YA    *
      *                           RECHAZO O DIO DE BAJA (NO SE VUELVEN *
      *                           A PROPONER)                          *
      ******************************************************************
       01 MBNE0198.
          05 E198-ENT-ORIGIN               PIC X(04).
          05 E198-DIAS                     PIC 9(03).
          05 E198-MIN-OCURRENCIAS          PIC 9(05).
          05 E198-COD-RETURN               PIC X(02).
             88 E198-RETURN-OK                     VALUE '00'.
             88 E198-RETURN-SIN-DATOS              VALUE '10'.
             88 E198-RETURN-ERROR                  VALUE '99'.
          05 E198-NUM-GRUPOS               PIC 9(07).
          05 E198-NUM-PROPUESTAS           PIC 9(07).
          05 E198-NUM-ACTUALIZADAS         PIC 9(07).
          05 E198-NUM-RECHAZADAS           PIC 9(07).
