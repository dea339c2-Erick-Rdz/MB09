      *            MBDT156 QUE UN SUPERVISOR APRUEBA ANTES DE QUE EL  *
      *            PASO DE APLICACION (MB9B0136) CORRIJA EL LADO DE   *
      *            SOBRES/ALCANCIA.                                   *
      *            CON E135-JOB-STREAM INFORMADO CORRE COMO UNA DE N  *
      *            CORRIENTES PARALELAS SOBRE SU RANGO DE CLIENTES:   *
      *            SE REGISTRA COMO SU PROPIO JOB EN MBDT154          *
      *            (MB9B0199) Y DEJA SUS TOTALES EN MBDT211; EL PASO  *
      *            DE CUADRE MB9B0188 VALIDA QUE LAS CORRIENTES SUMEN *
      *            EL TOTAL DE LA CARTERA. UNA CORRIENTE CAIDA SE     *
      *            RE-CORRE SOLA (LAS PROPUESTAS NO SE DUPLICAN).     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ148    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ220    AGR     15-10-2026 CORRIENTES PARALELAS POR     *
      *                                   RANGO DE CLIENTE            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      *
       01  WSS-FILE-ABIERTO                PIC X(01) VALUE 'N'.
          88 WSS-FILE-ABIERTO-SI                  VALUE 'S'.
      * @BAZ220-I
       01  WSS-STREAM-ARRANCO              PIC X(01) VALUE 'N'.
          88 WSS-STREAM-ARRANCO-SI                VALUE 'S'.
      * @BAZ220-F
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-MB9B0120                     PIC X(08)  VALUE 'MB9B0120'.
       01  CA-PROPUESTA                    PIC X(02)  VALUE 'PR'.
      * @BAZ220-I
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-MB9B0199                     PIC X(08)  VALUE 'MB9B0199'.
       01  CA-TERMINO-OK                   PIC X(02)  VALUE 'OK'.
       01  CA-TERMINO-ERR                  PIC X(02)  VALUE 'ER'.
       01  WS-ESTADO-STREAM                PIC X(02).
      *
      * CONTROL DE CORRIDAS DE LA CORRIENTE (CALL MB9B0199).
           COPY MBNE0199.
      * @BAZ220-F
      *
      * CLIENTE WALLET EN TURNO (MBDT036).
       01  WS-CLIENTE.
              E135-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E135-COD-RETURN
           END-IF.
      *
      * @BAZ220-I
           IF E135-RETURN-OK AND E135-JOB-STREAM NOT EQUAL SPACES
              PERFORM 1100-ARRANCA-STREAM
           END-IF.
      * @BAZ220-F
      *
           IF E135-RETURN-OK
              OPEN OUTPUT F-QUIEBRES
                     E135-FECHA-PROCESO     DELIMITED BY SIZE
                     ' ENTIDAD '            DELIMITED BY SIZE
                     E135-ENT-ORIGIN        DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     E135-JOB-STREAM        DELIMITED BY SIZE
                INTO FR-QUIEBRE-LINEA
              END-STRING
              WRITE FR-QUIEBRE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-ARRANCA-STREAM: LA CORRIENTE VALIDA SUS DEPENDENCIAS Y *
      *     SE REGISTRA CON SU PROPIO NOMBRE DE JOB (MB9B0199 'I'); ASI*
      *     MB7C0170 Y LA RE-CORRIDA VEN CADA PARTICION POR SEPARADO.  *
      ******************************************************************
       1100-ARRANCA-STREAM.
      *
           INITIALIZE MBNE0199.
           MOVE 'I'                        TO E199-ACCION.
           MOVE E135-JOB-STREAM            TO E199-JOBNAME.
           MOVE E135-FECHA-PROCESO         TO E199-FECHA-PROCESO.
           MOVE E135-ENT-ORIGIN            TO E199-ENT-ORIGIN.
      *
           CALL CA-MB9B0199 USING MBNE0199.
      *
           EVALUATE TRUE
               WHEN E199-RETURN-OK
                    SET WSS-STREAM-ARRANCO-SI TO TRUE
               WHEN E199-RETURN-DEPENDENCIA
                    MOVE CA-20             TO E135-COD-RETURN
               WHEN OTHER
                    MOVE CA-99             TO E135-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2000-PROCESS: TODO CLIENTE CON WALLET ACTIVO EN MBDT036;    *
      *     UNO POR UNO CONTRA LA CONCILIACION DE MB9B0120.            *
      ******************************************************************
                 FROM MBDT036
                WHERE T036_ENT      = :E135-ENT-ORIGIN
                  AND T036_FLG_STAT = 'A'
      * @BAZ220-I
                  AND (:E135-CLTE-DESDE = ' ' OR
                       T036_NUM_CLTE >= :E135-CLTE-DESDE)
                  AND (:E135-CLTE-HASTA = ' ' OR
                       T036_NUM_CLTE <= :E135-CLTE-HASTA)
      * @BAZ220-F
                ORDER BY T036_NUM_CLTE
           END-EXEC.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-QUIEBRES
           END-IF.
      *
      * @BAZ220-I
           IF WSS-STREAM-ARRANCO-SI
              PERFORM 3100-TOTALES-STREAM
              PERFORM 3200-TERMINA-STREAM
           END-IF.
      * @BAZ220-F
      *
           GOBACK.
      *
      ******************************************************************
      *.PN 3100-TOTALES-STREAM: LOS TOTALES DE LA CORRIENTE QUEDAN EN  *
      *     MBDT211 PARA EL CUADRE (MB9B0188); LA RE-CORRIDA DE LA     *
      *     MISMA CORRIENTE REEMPLAZA SU RENGLON.                      *
      ******************************************************************
       3100-TOTALES-STREAM.
      *
           IF E135-COD-RETURN EQUAL CA-00 OR
              E135-COD-RETURN EQUAL CA-10
              MOVE CA-TERMINO-OK           TO WS-ESTADO-STREAM
           ELSE
              MOVE CA-TERMINO-ERR          TO WS-ESTADO-STREAM
           END-IF.
      *
           EXEC SQL
               DELETE FROM MBDT211
                WHERE T211_PROCESO     = 'MB9B0135'
                  AND T211_ENT         = :E135-ENT-ORIGIN
                  AND T211_DAT_PROCESO = DATE(:E135-FECHA-PROCESO)
                  AND T211_NUM_STREAM  = :E135-NUM-STREAM
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
               VALUES ('MB9B0135', :E135-ENT-ORIGIN,
                       DATE(:E135-FECHA-PROCESO),
                       :E135-NUM-STREAM, :E135-JOB-STREAM,
                       :E135-CLTE-DESDE, :E135-CLTE-HASTA,
                       :WS-ESTADO-STREAM, :E135-NUM-REVISADOS,
                       :E135-NUM-DIFERENCIAS, :E135-TOT-DIF-ABS,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E135-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3200-TERMINA-STREAM: FIN DE LA CORRIENTE EN MBDT154. LA     *
      *     CORRIENTE ES RE-EJECUTABLE DESDE CERO ('RE') SIN TOCAR A   *
      *     LAS DEMAS.                                                 *
      ******************************************************************
       3200-TERMINA-STREAM.
      *
           MOVE 'F'                        TO E199-ACCION.
           MOVE E135-COD-RETURN            TO E199-COD-RETORNO-JOB.
           MOVE 'RE'                       TO E199-COD-RESTART.
      *
           CALL CA-MB9B0199 USING MBNE0199.
      *
