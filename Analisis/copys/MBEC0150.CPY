      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ161    AGR     23-08-26 ALTA DEL COMMAREA                  *
      *  @BAZ246    AGR     15-10-26 '05' TAMBIEN PARA LA CUENTA DE UN *
      *                              CLIENTE FALLECIDO (MBDT239)       *
      *                                                                *
      ******************************************************************
      * MODULO COMUN PARA TODO FLUJO QUE CAMBIA ALGO QUE AL CLIENTE LE *
      * TIPOS: 'RETL' RETENCION LIBERADA; 'RETC' CANCELADA; 'MIGR'     *
      * CUENTA MIGRADA; 'SALD' ALERTA DE SALDO; 'MAYO' MAYORIA DE      *
      * EDAD.                                                          *
      * PR-EVT-COD-RETURN: '00' ENCOLADO; '05' TIPO APAGADO O CUENTA   *
      * DE CLIENTE FALLECIDO (NO SE ENCOLA; NO ES ERROR); '99' ERROR   *
      * SQL.                                                           *
      ******************************************************************
        02 PR-PARAM-EVENTO.
          05 PR-EVT-TIPO                  PIC X(04).
