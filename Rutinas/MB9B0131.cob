      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ143    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ238    AGR     15-10-2026 GUARDA ABONOS Y CARGOS DEL   *
      *                                   EXTRACTO EN MBDT149 Y DEJA   *
      *                                   EL RENGLON PENDIENTE DE      *
      *                                   CUADRE (MB9B0204); LA        *
      *                                   RE-CORRIDA REEMPLAZA EL      *
      *                                   RENGLON EXISTENTE.           *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
      *.PN 2200-REGISTRA-BITACORA: UN RENGLON POR CUENTA Y CORTE EN    *
      *     MBDT149; ES LO QUE LA RE-CORRIDA Y OPERACION CONSULTAN.    *
      *     EL RENGLON NACE PENDIENTE DE CUADRE (T149_VALIDA = ' ');   *
      *     SOLO LO QUE MB9B0204 DEJA CUADRADO ('V') SE ENTREGA.       *
      ******************************************************************
       2200-REGISTRA-BITACORA.
      *
      * @BAZ238-I
           EXEC SQL
               INSERT INTO MBDT149
                      (T149_ENT, T149_NUMCUEN, T149_DAT_CORTE,
                       T149_FORMATO, T149_COD_RETURN,
                       T149_NUM_REGS, T149_IMP_ABONOS,
                       T149_IMP_CARGOS, T149_VALIDA,
                       T149_MOT_RETEN, T149_STP_GENERA)
               VALUES (:E131-ENT-ORIGIN, :WS-CIC-NUMCUEN,
                       DATE(:E131-FECHA-CORTE),
                       :WS-CIC-FORMATO, :E119-COD-RETURN,
                       :E119-NUM-REGS, :E119-IMP-ABONOS,
                       :E119-IMP-CARGOS, ' ', ' ',
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
      *
      *    RE-CORRIDA DE UNA CUENTA FALLIDA O RETENIDA: EL RENGLON DEL
      *    CORTE YA EXISTE Y SE REEMPLAZA CON EL NUEVO RESULTADO.
           IF SQL-88-DUPLICATE-VALUES
              EXEC SQL
                  UPDATE MBDT149
                     SET T149_FORMATO    = :WS-CIC-FORMATO,
                         T149_COD_RETURN = :E119-COD-RETURN,
                         T149_NUM_REGS   = :E119-NUM-REGS,
                         T149_IMP_ABONOS = :E119-IMP-ABONOS,
                         T149_IMP_CARGOS = :E119-IMP-CARGOS,
                         T149_VALIDA     = ' ',
                         T149_MOT_RETEN  = ' ',
                         T149_STP_GENERA = CURRENT TIMESTAMP
                   WHERE T149_ENT       = :E131-ENT-ORIGIN
                     AND T149_NUMCUEN   = :WS-CIC-NUMCUEN
                     AND T149_DAT_CORTE = DATE(:E131-FECHA-CORTE)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      * @BAZ238-F
      *
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E131-COD-RETURN
           END-IF.
