      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ145    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ238    AGR     15-10-2026 SOLO ENTREGA EXTRACTOS QUE   *
      *                                   PASARON EL CUADRE DE SALDOS  *
      *                                   (MB9B0204); LOS RETENIDOS    *
      *                                   NO SALEN.                    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-IMPRESION                    PIC X(02)  VALUE 'IM'.
       01  CA-PENDIENTE                    PIC X(02)  VALUE 'PE'.
       01  CA-ERROR-ENT                    PIC X(02)  VALUE 'ER'.
      * @BAZ238-I
       01  CA-VALIDADO                     PIC X(01)  VALUE 'V'.
      * @BAZ238-F
      *
      * EXTRACTO GENERADO EN TURNO (MBDT149) Y SU PREFERENCIA.
       01  WS-ENTREGA.
      *.PN 2000-PROCESS: TODO EXTRACTO GENERADO OK DEL CORTE QUE AUN   *
      *     NO TIENE ENTREGA EXITOSA: LOS NUEVOS (SIN RENGLON EN       *
      *     MBDT152) Y LOS FALLIDOS CON REINTENTOS DISPONIBLES.        *
      *     SOLO LOS CUADRADOS POR MB9B0204 (T149_VALIDA = 'V'); LOS   *
      *     RETENIDOS O AUN SIN CUADRAR ESPERAN.                       *
      ******************************************************************
       2000-PROCESS.
      *
                WHERE G.T149_ENT        = :E133-ENT-ORIGIN
                  AND G.T149_DAT_CORTE  = DATE(:E133-FECHA-CORTE)
                  AND G.T149_COD_RETURN = '00'
      * @BAZ238-I
                  AND G.T149_VALIDA     = :CA-VALIDADO
      * @BAZ238-F
                  AND (L.T152_ESTADO IS NULL OR
                       L.T152_ESTADO = :CA-ERROR-ENT)
                ORDER BY G.T149_NUMCUEN
