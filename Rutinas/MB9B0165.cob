      *            CONSULTA "QUE SALDO TENIA EL DIA X" (MB7C0280)     *
      *            RESPONDE CON LA FOTO MAS RECIENTE ANTERIOR O       *
      *            IGUAL A LA FECHA PEDIDA.                           *
      *            CON E165-JOB-STREAM INFORMADO CORRE COMO UNA DE N  *
      *            CORRIENTES PARALELAS SOBRE SU RANGO DE CUENTAS     *
      *            (CENTRO+CUENTA): SE REGISTRA COMO SU PROPIO JOB EN *
      *            MBDT154 (MB9B0199) Y DEJA SUS TOTALES EN MBDT211;  *
      *            EL PASO DE CUADRE MB9B0188 VALIDA QUE LAS          *
      *            CORRIENTES SUMEN EL TOTAL DEL DIA.                 *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ187    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ220    AGR     15-10-2026 CORRIENTES PARALELAS POR     *
      *                                   RANGO DE CUENTA             *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      * @BAZ220-I
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-MB9B0199                     PIC X(08)  VALUE 'MB9B0199'.
       01  CA-TERMINO-OK                   PIC X(02)  VALUE 'OK'.
       01  CA-TERMINO-ERR                  PIC X(02)  VALUE 'ER'.
      *
       01  WSS-STREAM-ARRANCO              PIC X(01) VALUE 'N'.
          88 WSS-STREAM-ARRANCO-SI                VALUE 'S'.
      *
       01  WS-ESTADO-STREAM                PIC X(02).
       01  WS-NUM-FOTOS                    PIC S9(09) COMP.
      *
      * CONTROL DE CORRIDAS DE LA CORRIENTE (CALL MB9B0199).
           COPY MBNE0199.
      * @BAZ220-F
      *
       LINKAGE SECTION.
      *
              MOVE CA-99                   TO E165-COD-RETURN
           END-IF.
      *
      * @BAZ220-I
           MOVE 0                          TO E165-IMP-SALDOS.
           IF E165-RETURN-OK AND E165-JOB-STREAM NOT EQUAL SPACES
              PERFORM 1100-ARRANCA-STREAM
           END-IF.
      *
      ******************************************************************
      *.PN 1100-ARRANCA-STREAM: LA CORRIENTE VALIDA SUS DEPENDENCIAS Y *
      *     SE REGISTRA CON SU PROPIO NOMBRE DE JOB (MB9B0199 'I').    *
      ******************************************************************
       1100-ARRANCA-STREAM.
      *
           INITIALIZE MBNE0199.
           MOVE 'I'                        TO E199-ACCION.
           MOVE E165-JOB-STREAM            TO E199-JOBNAME.
           MOVE E165-FECHA-PROCESO         TO E199-FECHA-PROCESO.
           MOVE E165-ENT-ORIGIN            TO E199-ENT-ORIGIN.
      *
           CALL CA-MB9B0199 USING MBNE0199.
      *
           EVALUATE TRUE
               WHEN E199-RETURN-OK
                    SET WSS-STREAM-ARRANCO-SI TO TRUE
               WHEN E199-RETURN-DEPENDENCIA
                    MOVE CA-20             TO E165-COD-RETURN
               WHEN OTHER
                    MOVE CA-99             TO E165-COD-RETURN
           END-EVALUATE.
      * @BAZ220-F
      *
      ******************************************************************
      *.PN 2000-FOTOGRAFIA-DIA: UN SOLO INSERT-SELECT: CADA CUENTA     *
      *     CON MOVIMIENTO EN EL DIA CON SU ULTIMO AUTBAL Y LOS        *
                WHERE C.T071_ENT = :E165-ENT-ORIGIN
                  AND C.T071_DAT_OPERATION =
                      DATE(:E165-FECHA-PROCESO)
      * @BAZ220-I
                  AND (:E165-CTA-DESDE = ' ' OR
                       C.T071_CEN_REG CONCAT C.T071_ACC >=
                       :E165-CTA-DESDE)
                  AND (:E165-CTA-HASTA = ' ' OR
                       C.T071_CEN_REG CONCAT C.T071_ACC <=
                       :E165-CTA-HASTA)
      * @BAZ220-F
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT190 F
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
      * @BAZ220-I
           IF WSS-STREAM-ARRANCO-SI
              PERFORM 5100-TOTALES-STREAM
              PERFORM 5200-TERMINA-STREAM
           END-IF.
      * @BAZ220-F
      *
           GOBACK.
      *
      ******************************************************************
      *.PN 5100-TOTALES-STREAM: LOS TOTALES SE LEEN DE MBDT190 SOBRE EL*
      *     RANGO DE LA CORRIENTE (NO DE LO INSERTADO EN ESTA CORRIDA) *
      *     PARA QUE UNA RE-CORRIDA PARCIAL DEJE EL TOTAL COMPLETO; EL *
      *     RENGLON DE LA CORRIENTE EN MBDT211 SE REEMPLAZA.           *
      ******************************************************************
       5100-TOTALES-STREAM.
      *
           IF E165-COD-RETURN EQUAL CA-00 OR
              E165-COD-RETURN EQUAL CA-10
              MOVE CA-TERMINO-OK           TO WS-ESTADO-STREAM
              EXEC SQL
                  SELECT COUNT(*), COALESCE(SUM(F.T190_SALDO), 0)
                    INTO :WS-NUM-FOTOS, :E165-IMP-SALDOS
                    FROM MBDT190 F
                   WHERE F.T190_ENT      = :E165-ENT-ORIGIN
                     AND F.T190_DAT_FOTO = DATE(:E165-FECHA-PROCESO)
                     AND (:E165-CTA-DESDE = ' ' OR
                          F.T190_CEN_REG CONCAT F.T190_ACC >=
                          :E165-CTA-DESDE)
                     AND (:E165-CTA-HASTA = ' ' OR
                          F.T190_CEN_REG CONCAT F.T190_ACC <=
                          :E165-CTA-HASTA)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E165-COD-RETURN
                 MOVE CA-TERMINO-ERR       TO WS-ESTADO-STREAM
                 MOVE 0                    TO WS-NUM-FOTOS
              END-IF
           ELSE
              MOVE CA-TERMINO-ERR          TO WS-ESTADO-STREAM
              MOVE 0                       TO WS-NUM-FOTOS
           END-IF.
      *
           EXEC SQL
               DELETE FROM MBDT211
                WHERE T211_PROCESO     = 'MB9B0165'
                  AND T211_ENT         = :E165-ENT-ORIGIN
                  AND T211_DAT_PROCESO = DATE(:E165-FECHA-PROCESO)
                  AND T211_NUM_STREAM  = :E165-NUM-STREAM
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO MBDT211
                      (T211_PROCESO, T211_ENT, T211_DAT_PROCESO,
                       T211_NUM_STREAM, T211_JOBNAME,
                       T211_RANGO_DESDE, T211_RANGO_HASTA,
                       T211_ESTADO, T211_NUM_REGISTROS,
                       T211_NUM_DIFERENCIAS, T211_IMP_TOTAL,
                       T211_STP_FIN)
               VALUES ('MB9B0165', :E165-ENT-ORIGIN,
                       DATE(:E165-FECHA-PROCESO),
                       :E165-NUM-STREAM, :E165-JOB-STREAM,
                       :E165-CTA-DESDE, :E165-CTA-HASTA,
                       :WS-ESTADO-STREAM, :WS-NUM-FOTOS,
                       0, :E165-IMP-SALDOS,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E165-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5200-TERMINA-STREAM: FIN DE LA CORRIENTE EN MBDT154; SE     *
      *     RE-EJECUTA SOLA DESDE CERO ('RE').                         *
      ******************************************************************
       5200-TERMINA-STREAM.
      *
           MOVE 'F'                        TO E199-ACCION.
           MOVE E165-COD-RETURN            TO E199-COD-RETORNO-JOB.
           MOVE 'RE'                       TO E199-COD-RESTART.
      *
           CALL CA-MB9B0199 USING MBNE0199.
      *
