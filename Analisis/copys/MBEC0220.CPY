      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ176    AGR     02-09-26 ALTA DEL COMMAREA                  *
      *  @BAZ257    AGR     15-10-26 CANAL 'NO' PARA TIPO 'MKTG'       *
      *                                                                *
      ******************************************************************
      * TODO EVENTO DE MBDT165 SALIA IGUAL PARA TODOS. AQUI LOS        *
      * CORTE DEL DESPACHADOR). MISMO PATRON QUE MB7C0190: ALTA/       *
      * CAMBIO; BAJA; CONSULTA. LA ENTREGA DE ESTADOS DE CUENTA TIENE  *
      * SU PROPIA PREFERENCIA (MBDT151); ESTE ES OTRO DOMINIO.         *
      * @BAZ257-I                                                      *
      * TIPO 'MKTG' (OFERTAS COMERCIALES, P.EJ. EL CREDITO PREAPROBADO *
      * DE MB9B0217): CANAL 'NO' = EL CLIENTE NO QUIERE OFERTAS; ESE   *
      * CANAL SOLO SE ACEPTA PARA ESTE TIPO.                           *
      * @BAZ257-F                                                      *
      * PR-PRF-COD-RETURN: '00' OK; '10' SIN RENGLON; '99' ERROR.      *
      ******************************************************************
        02 PR-PARAM-PREFNOTIF.
