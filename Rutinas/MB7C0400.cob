      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ214    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ245    AGR     15-10-2026 ACCION 'B': CIERRE DEL MAPEO *
      *                                   DE UNA CUENTA CANCELADA CON  *
      *                                   SU VENTANA DE GRACIA         *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
                    PERFORM 3000-VALIDA-ABONO
                 WHEN PR-TEL-CONSULTA
                    PERFORM 4000-CONSULTA
      * @BAZ245-I
                 WHEN PR-TEL-CIERRA
                    PERFORM 5000-CIERRA-MAPEO
      * @BAZ245-F
                 WHEN OTHER
                    MOVE CA-99             TO PR-TEL-COD-RETURN
              END-EVALUATE
              IF PR-TEL-CTA-NUEVA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-TEL-COD-RETURN
              END-IF
      * @BAZ245-I
      *       SIN GRACIA INFORMADA APLICAN 30 DIAS.
      *       IF PR-TEL-DIAS-GRACIA NOT NUMERIC OR
      *          PR-TEL-DIAS-GRACIA EQUAL ZEROES
      *          MOVE 30                   TO VA-DIAS-GRACIA
      *       ELSE
      *          MOVE PR-TEL-DIAS-GRACIA   TO VA-DIAS-GRACIA
      *       END-IF
      *    END-IF.
           END-IF

      *    SIN GRACIA INFORMADA APLICAN 30 DIAS (REMAPEO Y CIERRE).
           IF PR-TEL-COD-RETURN EQUAL CA-00 AND
              (PR-TEL-REMAPEA OR PR-TEL-CIERRA)
              IF PR-TEL-DIAS-GRACIA NOT NUMERIC OR
                 PR-TEL-DIAS-GRACIA EQUAL ZEROES
                 MOVE 30                   TO VA-DIAS-GRACIA
                 MOVE PR-TEL-DIAS-GRACIA   TO VA-DIAS-GRACIA
              END-IF
           END-IF.
      * @BAZ245-F
      ******************************************************************
      *2000-REMAPEA: CIERRA EL RENGLON VIGENTE (SI LO HAY; O SIEMBRA   *
      *     EL MAPEO ACTUAL DE MCDT403 COMO HISTORIA CERRADA); ABRE    *
                 IF VA-FEC-FIN-GRACIA > SPACES
                    PERFORM 3100-COTEJA-GRACIA
                 END-IF
      * @BAZ245-I
      *          MAPEO CERRADO POR CANCELACION DE LA CUENTA: VENCIDA
      *          LA GRACIA EL NUMERO YA NO TIENE A QUIEN ABONAR.
                 IF VA-CTA-VIGENTE EQUAL SPACES AND
                    PR-TEL-DISPOSICION NOT EQUAL CA-RETENER AND
                    PR-TEL-COD-RETURN EQUAL CA-00
                    MOVE SPACES            TO PR-TEL-DISPOSICION
                    MOVE CA-10             TO PR-TEL-COD-RETURN
                 END-IF
      * @BAZ245-F
              WHEN SQL-88-NOT-FOUND
      *          SIN HISTORIA NO HAY REMAPEO RECIENTE; EL ABONO
      *          SIGUE SU CAMINO DE SIEMPRE.
              WHEN OTHER
                 MOVE CA-99                TO PR-TEL-COD-RETURN
           END-EVALUATE.
      * @BAZ245-I
      ******************************************************************
      *5000-CIERRA-MAPEO: LA CUENTA SE CANCELA (MB7C0550). CIERRA EL   *
      *     RENGLON VIGENTE (O SIEMBRA EL MAPEO ACTUAL COMO HISTORIA   *
      *     CERRADA); ABRE UNO SIN CUENTA CON LA VENTANA DE GRACIA     *
      *     PARA QUE LOS QUE SIGAN PAGANDO AL NUMERO SE RETENGAN Y     *
      *     BORRA EL PUNTERO MCDT403.                                  *
      ******************************************************************
       5000-CIERRA-MAPEO.

           EXEC SQL
              INSERT INTO MCDT403H
                     (T403H_BDMID, T403H_NUM_CTA,
                      T403H_FEC_DESDE, T403H_FEC_HASTA,
                      T403H_FEC_FIN_GRACIA, T403H_STP_LASTMOD)
              SELECT M.T403_BDMID, M.T403_NUM_CTA,
                     CURRENT DATE - 1 DAY, CURRENT DATE,
                     CURRENT DATE, CURRENT TIMESTAMP
                FROM MCDT403 M
               WHERE M.T403_BDMID = :PR-TEL-TELEFONO
                 AND NOT EXISTS
                     (SELECT 1
                        FROM MCDT403H H
                       WHERE H.T403H_BDMID = M.T403_BDMID)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-TEL-COD-RETURN
           END-IF

           IF PR-TEL-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MCDT403H
                    SET T403H_FEC_HASTA   = CURRENT DATE,
                        T403H_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T403H_BDMID = :PR-TEL-TELEFONO
                    AND T403H_FEC_HASTA IS NULL
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-TEL-COD-RETURN
              END-IF
           END-IF

           IF PR-TEL-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MCDT403H
                        (T403H_BDMID, T403H_NUM_CTA,
                         T403H_FEC_DESDE, T403H_FEC_HASTA,
                         T403H_FEC_FIN_GRACIA,
                         T403H_STP_LASTMOD)
                 VALUES (:PR-TEL-TELEFONO, ' ',
                         CURRENT DATE, NULL,
                         CURRENT DATE + :VA-DIAS-GRACIA DAYS,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-TEL-COD-RETURN
              END-IF
           END-IF

           IF PR-TEL-COD-RETURN EQUAL CA-00
              EXEC SQL
                 DELETE FROM MCDT403
                  WHERE T403_BDMID = :PR-TEL-TELEFONO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-TEL-COD-RETURN
              END-IF
           END-IF

           IF PR-TEL-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT CHAR(CURRENT DATE + :VA-DIAS-GRACIA DAYS)
                   INTO :VA-FEC-FIN-GRACIA
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SPACES                  TO PR-TEL-CTA-VIGENTE
              MOVE VA-FEC-FIN-GRACIA       TO PR-TEL-FEC-FIN-GRACIA
           END-IF.
      ******************************************************************
      * @BAZ245-F
