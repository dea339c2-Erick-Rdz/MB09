      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ147    AGR     23-08-26 ALTA DEL COMMAREA                  *
      *  @BAZ219    AGR     15-10-26 FIN PROYECTADO Y MARCA DE RUTA    *
      *                              CRITICA POR JOB (MB9B0187)        *
      *                                                                *
      ******************************************************************
      * SE ENVIA LA FECHA DE PROCESO Y SE REGRESA UN RENGLON POR JOB   *
      * DE LA FAMILIA MB9B01XX CON SU ESTADO ('EJ' EJECUTANDO; 'OK';   *
      * 'ER'); CODIGO DE RETORNO; CODIGO DE RESTART PARA EL OPERADOR   *
      * Y HORAS DE INICIO/FIN. ES LA PANTALLA DE LAS 3 AM.             *
      * @BAZ219: PR-COR-PROYECCION (MISMO SUBINDICE QUE EL DETALLE)    *
      * TRAE EL FIN PROYECTADO POR MB9B0187 (MBDT210) DE CADA JOB QUE  *
      * AUN NO TERMINA Y 'S' SI ESTA EN LA RUTA CRITICA; LOS JOBS QUE  *
      * AUN NO ARRANCAN SALEN AL FINAL CON ESTADO 'PE'.                *
      ******************************************************************
        02 PR-PARAM-CORRIDAS.
          05 PR-COR-FECHA-PROCESO         PIC X(10).
             10 PR-COR-RESTART            PIC X(02).
             10 PR-COR-STP-INICIO         PIC X(26).
             10 PR-COR-STP-FIN            PIC X(26).
      * @BAZ219-I
          05 PR-COR-PROYECCION            OCCURS 20 TIMES.
             10 PR-COR-STP-PROYECTADO     PIC X(26).
             10 PR-COR-FLG-CRITICO        PIC X(01).
      * @BAZ219-F
