      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ179    AGR     02-09-26 ALTA DEL COMMAREA                  *
      *  @BAZ228    AGR     15-10-26 SENAL DE DISPOSITIVO NUEVO O      *
      *                              BLOQUEADO (PEDT101 'DNV'/'DBL')   *
      *  @BAZ233    AGR     15-10-26 LOS SALTOS EN VIAJE AVISADO       *
      *                              (PEDT101 'VAV') PESAN MENOS       *
      *  @BAZ261    AGR     15-10-26 SENAL DE OPERACIONES DESDE ZONA   *
      *                              DE ALTO RIESGO (PEDT101 'ZRI')    *
      *                                                                *
      ******************************************************************
      * ANTES DE EJECUTAR 27000-LIBERA-CANCELA-RETENCION O EL ALTA DE  *
      * UNA ACLARACION; EL CANAL LINKEA ESTE MODULO ('E' EVALUA): SE   *
      * COMBINAN LOS VIAJES IMPOSIBLES RECIENTES (BITACORA PEDT101     *
      * 'VIM' DEL CLIENTE); LA VELOCIDAD DE ACCESO DEL DIA (MBDT144    *
      * POR LLAVE); LOS CASOS DE FRAUDE ABIERTOS (MBDT180) Y EL USO    *
      * RECIENTE DE UN DISPOSITIVO NUEVO O BLOQUEADO (PEDT101 'DNV'/   *
      * 'DBL'; REGISTRO DE DISPOSITIVOS DE MB7C0110) Y LAS OPERACIONES *
      * RECIENTES DESDE UNA ZONA DE ALTO RIESGO (PEDT101 'ZRI') EN UN  *
      * NIVEL 'BA'/'ME'/'AL' (LOS SALTOS DENTRO DE UN VIAJE AVISADO,   *
      * PEDT101 'VAV', CUENTAN CON MENOR PESO QUE EL VIAJE IMPOSIBLE). *
      * CON NIVEL 'AL' LA ACCION NO SE EJECUTA DIRECTO: QUEDA UNA      *
      * SOLICITUD 'PD' EN MBDT182 Y EL RETORNO ES                      *
      * '20' (APROBACION REQUERIDA). UN SUPERVISOR (MANO DISTINTA)     *
      * APRUEBA CON 'A' Y EL CANAL REINTENTA CON 'V' (VERIFICA EL      *
      * FOLIO APROBADO) ANTES DE EJECUTAR. LA LLAVE DE IDEMPOTENCIA    *
