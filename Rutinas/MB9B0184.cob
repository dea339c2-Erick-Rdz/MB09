      *            R97); LES AVISA Y LAS DEJA EN EL FEED DE COBRANZA  *
      *            (COBRANZA) POR BANDA DE ANTIGUEDAD (1-7; 8-30;     *
      *            31-60; 61+).                                       *
      *            UN PRESTAMO YA LIQUIDADO CON UNA COTIZACION DE     *
      *            MB7C0480 (MBDT222 'US'; LO RECONOCE MB9B0201) NO   *
      *            SE RECUERDA NI SE COBRA AUNQUE CRDT060 AUN NO SE   *
      *            CIERRE.                                            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ215    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ235    AGR     15-10-2026 SE EXCLUYEN LOS PRESTAMOS    *
      *                                   LIQUIDADOS (MBDT222 'US')    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
                WHERE ENT = :E184-ENT-ORIGIN
                  AND FEC_PROX_PAGO =
                      DATE(:E184-FECHA-PROCESO) + 1 DAY
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT222 Q
                        WHERE Q.T222_ENT     = CRDT060.ENT
                          AND Q.T222_CEN_REG = CRDT060.CEN_REG
                          AND Q.T222_ACC     = CRDT060.ACC
                          AND Q.T222_ESTADO  = 'US')
                ORDER BY CEN_REG, ACC
           END-EXEC.
      *
                                             '020','D25','R97')
                          AND M.T071_DAT_OPERATION >=
                              C.FEC_PROX_PAGO)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT222 Q
                        WHERE Q.T222_ENT     = C.ENT
                          AND Q.T222_CEN_REG = C.CEN_REG
                          AND Q.T222_ACC     = C.ACC
                          AND Q.T222_ESTADO  = 'US')
                ORDER BY C.CEN_REG, C.ACC
           END-EXEC.
      *
