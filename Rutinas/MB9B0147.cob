      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ158    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ265    AGR     15-10-2026 CONTADOR DE ABONOS DE NOMINA *
      *                                   (907) PARA LAS BONIFICACIONES*
      *                                   DE COMISION (MB9B0227)       *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
                          T163_DAT_PROCESO, T163_NUM_MOVTOS,
                          T163_ABONOS, T163_CARGOS,
                          T163_NUM_SPEI, T163_NUM_EFECTIVO,
      * @BAZ265-I
                          T163_NUM_NOMINA,
      * @BAZ265-F
                          T163_STP_LASTMOD)
                  SELECT T071_ENT, T071_CEN_REG, T071_ACC,
                         T071_DAT_OPERATION,
                         SUM(CASE WHEN T071_COD IN
                             ('W50','Q54','000','T27')
                             THEN 1 ELSE 0 END),
      * @BAZ265-I
                         SUM(CASE WHEN T071_COD = '907' AND
                                       T071_AMT > 0
                             THEN 1 ELSE 0 END),
      * @BAZ265-F
                         CURRENT TIMESTAMP
                    FROM BGDT071
                   WHERE T071_ENT = :E147-ENT-ORIGIN
