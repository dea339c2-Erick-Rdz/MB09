      ******************************************************************
      *  MB9B0188: CUADRE DE CORRIENTES PARALELAS. LA CONCILIACION DE *
      *            WALLETS (MB9B0135) Y LA FOTO DE POSICION           *
      *            (MB9B0165) PUEDEN CORRER PARTIDAS EN N CORRIENTES  *
      *            POR RANGO DE CLIENTE/CUENTA; CADA CORRIENTE ES SU  *
      *            PROPIO JOB EN MBDT154 Y DEJA SUS TOTALES EN        *
      *            MBDT211. ESTE PASO CORRE CUANDO TODAS TERMINARON:  *
      *            - VALIDA QUE LAS N CORRIENTES ESTEN EN MBDT211 Y   *
      *              QUE SU JOB HAYA TERMINADO 'OK' EN MBDT154; SI NO,*
      *              NOMBRA LA PRIMERA QUE FALTA (ES LA UNICA QUE SE  *
      *              RE-CORRE);                                       *
      *            - SUMA SUS TOTALES Y LOS COMPARA CONTRA EL TOTAL   *
      *              DE CONTROL DE TODA LA ENTIDAD (UN HUECO O UN     *
      *              TRASLAPE EN LOS RANGOS SE VE COMO DESCUADRE);    *
      *            - DEJA EL RENGLON CONSOLIDADO (CORRIENTE 0) EN     *
      *              MBDT211 CON ESTADO 'OK'; 'IN' INCOMPLETO O 'DC'  *
      *              DESCUADRE. LOS JOBS QUE DEPENDEN DEL PROCESO     *
      *              DEPENDEN DE ESTE PASO EN MBDT155.                *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0188.
      *
       AUTHOR.        BACKOFFICE.
      *
       DATE-WRITTEN.  2026-10-15.
      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ220    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-30                           PIC X(02)  VALUE '30'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-TERMINO-OK                   PIC X(02)  VALUE 'OK'.
       01  CA-INCOMPLETO                   PIC X(02)  VALUE 'IN'.
       01  CA-DESCUADRE                    PIC X(02)  VALUE 'DC'.
      *
      * RENGLON DE LA CORRIENTE EN TURNO (MBDT211 + MBDT154).
       01  WS-STREAM.
           05 WS-STR-JOBNAME               PIC X(08).
           05 WS-STR-ESTADO                PIC X(02).
           05 WS-STR-ESTADO-JOB            PIC X(02).
           05 WS-STR-NUM-REGISTROS         PIC S9(09) COMP.
           05 WS-STR-IMP-TOTAL             PIC S9(15)V9(02) COMP-3.
           05 WS-STR-NUM-DIFERENCIAS       PIC S9(09) COMP.
      *
      * SUMA DE LAS CORRIENTES OK PARA EL RENGLON CONSOLIDADO: LAS
      * DIFERENCIAS (CONCILIACION) Y EL IMPORTE DE CADA PROCESO
      * (IMPORTE DE DIFERENCIAS EN CONCILIACION; SALDO EN LA FOTO).
       01  WS-SUM-DIFERENCIAS              PIC S9(09) COMP.
       01  WS-SUM-IMP-TOTAL                PIC S9(15)V9(02) COMP-3.
       01  WS-IX-STREAM                    PIC S9(04) COMP.
       01  WS-NUM-CONTROL                  PIC S9(09) COMP.
       01  WS-ESTADO-CUADRE                PIC X(02).
       01  WS-NUM-STREAM-CERO              PIC 9(02)  VALUE 0.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0188.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0188.
      *
           PERFORM 1000-START.
           IF E188-RETURN-OK
              PERFORM 2000-REVISA-STREAMS
           END-IF.
           IF E188-RETURN-OK
              PERFORM 3000-TOTAL-CONTROL
           END-IF.
           IF E188-RETURN-OK
              PERFORM 3500-COMPARA-TOTALES
           END-IF.
           IF E188-RETURN-OK          OR
              E188-RETURN-INCOMPLETO  OR
              E188-RETURN-DESCUADRE
              PERFORM 4000-GUARDA-CONSOLIDADO
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E188-COD-RETURN.
           MOVE 0                          TO E188-NUM-STREAMS-OK
                                              E188-STREAM-PENDIENTE
                                              E188-TOT-STREAMS
                                              E188-TOT-CONTROL
                                              E188-IMP-STREAMS
                                              E188-IMP-CONTROL.
           MOVE SPACES                     TO E188-JOB-PENDIENTE.
           MOVE 0                          TO WS-SUM-DIFERENCIAS
                                              WS-SUM-IMP-TOTAL.
      *
           IF E188-ENT-ORIGIN    EQUAL SPACES OR
              E188-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E188-COD-RETURN
           END-IF.
      *
           IF NOT E188-PROCESO-CONCILIACION AND
              NOT E188-PROCESO-FOTO
              MOVE CA-99                   TO E188-COD-RETURN
           END-IF.
      *
           IF E188-NUM-STREAMS NOT NUMERIC OR
              E188-NUM-STREAMS EQUAL ZEROES
              MOVE CA-99                   TO E188-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-REVISA-STREAMS: UNA LECTURA POR CORRIENTE 1 A N; LAS   *
      *     QUE TERMINARON OK SUMAN A LOS TOTALES (EL IMPORTE SOLO SE  *
      *     CUADRA EN LA FOTO DE POSICION: EN LA CONCILIACION ES EL    *
      *     IMPORTE DE LAS DIFERENCIAS Y NO TIENE TOTAL DE CONTROL).   *
      ******************************************************************
       2000-REVISA-STREAMS.
      *
           PERFORM 2100-LEE-STREAM
                   VARYING WS-IX-STREAM FROM 1 BY 1
                   UNTIL WS-IX-STREAM > E188-NUM-STREAMS
                      OR E188-RETURN-ERROR.
      *
           IF E188-RETURN-OK AND
              E188-NUM-STREAMS-OK < E188-NUM-STREAMS
              MOVE CA-20                   TO E188-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-LEE-STREAM: EL RENGLON DE LA CORRIENTE EN MBDT211 CON  *
      *     EL ESTADO DE SU JOB EN MBDT154 DEL MISMO DIA.              *
      ******************************************************************
       2100-LEE-STREAM.
      *
           EXEC SQL
               SELECT S.T211_JOBNAME, S.T211_ESTADO,
                      COALESCE(
                      (SELECT C.T154_ESTADO
                         FROM MBDT154 C
                        WHERE C.T154_DAT_PROCESO = S.T211_DAT_PROCESO
                          AND C.T154_JOBNAME     = S.T211_JOBNAME),
                      '  '),
                      S.T211_NUM_REGISTROS, S.T211_IMP_TOTAL,
                      S.T211_NUM_DIFERENCIAS
                 INTO :WS-STR-JOBNAME, :WS-STR-ESTADO,
                      :WS-STR-ESTADO-JOB,
                      :WS-STR-NUM-REGISTROS, :WS-STR-IMP-TOTAL,
                      :WS-STR-NUM-DIFERENCIAS
                 FROM MBDT211 S with(nolock)
                WHERE S.T211_PROCESO     = :E188-PROCESO
                  AND S.T211_ENT         = :E188-ENT-ORIGIN
                  AND S.T211_DAT_PROCESO = DATE(:E188-FECHA-PROCESO)
                  AND S.T211_NUM_STREAM  = :WS-IX-STREAM
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-STR-ESTADO     EQUAL CA-TERMINO-OK AND
                       WS-STR-ESTADO-JOB EQUAL CA-TERMINO-OK
                       ADD 1               TO E188-NUM-STREAMS-OK
                       ADD WS-STR-NUM-REGISTROS
                                           TO E188-TOT-STREAMS
                       ADD WS-STR-NUM-DIFERENCIAS
                                           TO WS-SUM-DIFERENCIAS
                       ADD WS-STR-IMP-TOTAL
                                           TO WS-SUM-IMP-TOTAL
                       IF E188-PROCESO-FOTO
                          ADD WS-STR-IMP-TOTAL
                                           TO E188-IMP-STREAMS
                       END-IF
                    ELSE
                       PERFORM 2200-MARCA-PENDIENTE
                    END-IF
               WHEN SQL-88-NOT-FOUND
                    MOVE SPACES            TO WS-STR-JOBNAME
                    PERFORM 2200-MARCA-PENDIENTE
               WHEN OTHER
                    MOVE CA-99             TO E188-COD-RETURN
           END-EVALUATE.
      *
       2200-MARCA-PENDIENTE.
      *
           IF E188-STREAM-PENDIENTE EQUAL ZEROES
              MOVE WS-IX-STREAM            TO E188-STREAM-PENDIENTE
              MOVE WS-STR-JOBNAME          TO E188-JOB-PENDIENTE
           END-IF.
      *
      ******************************************************************
      *.PN 3000-TOTAL-CONTROL: LO QUE LA ENTIDAD COMPLETA DEBIO DAR,   *
      *     LEIDO DE LA FUENTE SIN RANGOS.                             *
      ******************************************************************
       3000-TOTAL-CONTROL.
      *
           IF E188-PROCESO-CONCILIACION
              EXEC SQL
                  SELECT COUNT(DISTINCT T036_NUM_CLTE)
                    INTO :WS-NUM-CONTROL
                    FROM MBDT036 with(nolock)
                   WHERE T036_ENT      = :E188-ENT-ORIGIN
                     AND T036_FLG_STAT = 'A'
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-NUM-CONTROL
                    FROM (SELECT DISTINCT C.T071_CEN_REG, C.T071_ACC
                            FROM BGDT071 C with(nolock)
                           WHERE C.T071_ENT = :E188-ENT-ORIGIN
                             AND C.T071_DAT_OPERATION =
                                 DATE(:E188-FECHA-PROCESO)) X
              END-EXEC
           END-IF.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              MOVE WS-NUM-CONTROL          TO E188-TOT-CONTROL
           ELSE
              MOVE CA-99                   TO E188-COD-RETURN
           END-IF.
      *
           IF E188-RETURN-OK AND E188-PROCESO-FOTO
              EXEC SQL
                  SELECT COALESCE(SUM(F.T190_SALDO), 0)
                    INTO :E188-IMP-CONTROL
                    FROM MBDT190 F with(nolock)
                   WHERE F.T190_ENT      = :E188-ENT-ORIGIN
                     AND F.T190_DAT_FOTO = DATE(:E188-FECHA-PROCESO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E188-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 3500-COMPARA-TOTALES.                                       *
      ******************************************************************
       3500-COMPARA-TOTALES.
      *
           IF E188-TOT-STREAMS NOT EQUAL E188-TOT-CONTROL
              MOVE CA-30                   TO E188-COD-RETURN
           END-IF.
      *
           IF E188-PROCESO-FOTO AND
              E188-IMP-STREAMS NOT EQUAL E188-IMP-CONTROL
              MOVE CA-30                   TO E188-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 4000-GUARDA-CONSOLIDADO: RENGLON DE LA CORRIENTE 0 CON EL   *
      *     RESULTADO DEL CUADRE; LA RE-CORRIDA LO REEMPLAZA.          *
      ******************************************************************
       4000-GUARDA-CONSOLIDADO.
      *
           EVALUATE TRUE
               WHEN E188-RETURN-OK
                    MOVE CA-TERMINO-OK     TO WS-ESTADO-CUADRE
               WHEN E188-RETURN-INCOMPLETO
                    MOVE CA-INCOMPLETO     TO WS-ESTADO-CUADRE
               WHEN OTHER
                    MOVE CA-DESCUADRE      TO WS-ESTADO-CUADRE
           END-EVALUATE.
      *
           EXEC SQL
               DELETE FROM MBDT211
                WHERE T211_PROCESO     = :E188-PROCESO
                  AND T211_ENT         = :E188-ENT-ORIGIN
                  AND T211_DAT_PROCESO = DATE(:E188-FECHA-PROCESO)
                  AND T211_NUM_STREAM  = :WS-NUM-STREAM-CERO
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
               VALUES (:E188-PROCESO, :E188-ENT-ORIGIN,
                       DATE(:E188-FECHA-PROCESO),
                       :WS-NUM-STREAM-CERO, :E188-JOB-PENDIENTE,
                       ' ', ' ',
                       :WS-ESTADO-CUADRE, :E188-TOT-STREAMS,
                       :WS-SUM-DIFERENCIAS, :WS-SUM-IMP-TOTAL,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E188-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           GOBACK.
      *
