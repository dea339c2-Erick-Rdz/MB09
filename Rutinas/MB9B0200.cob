      ******************************************************************
      *  MB9B0200: POSTEO NOCTURNO DE APARTADOS DE NOMINA. PARA CADA  *
      *            REGLA ACTIVA DE MBDT220 (LAS MANTIENE MB7C0470)    *
      *            BUSCA LOS ABONOS DE NOMINA (907; LOS QUE RESUELVE  *
      *            ARMA-DESC-COD907 EN MB2C0009) POSTEADOS EL DIA EN  *
      *            LA CUENTA EJE; CALCULA EL APARTADO (IMPORTE FIJO   *
      *            TOPADO AL ABONO O PORCENTAJE DEL ABONO); POSTEA EL *
      *            CARGO 'APN' EN LA CUENTA EJE (BGDT071) Y ABONA EL  *
      *            SOBRE O ALCANCIA ELEGIDO EN MBDT039 CON SU RASTRO  *
      *            EN MBDT039H (EL MISMO POSTEO DEL REDONDEO,         *
      *            MB9B0163). AVISA AL CLIENTE POR EL OUTBOX          *
      *            (MB7C0150 TIPO 'APNO') CON EL IMPORTE AHORRADO.    *
      *            CANDADO DE IDEMPOTENCIA EN LA BITACORA MBDT221:    *
      *            UN ABONO 907 YA APARTADO NO SE REPITE (RE-CORRIDA) *
      *            Y UNA RE-DISPERSION DE MB9B0162 DEL MISMO FOLIO DE *
      *            NOMINA (CUENTA DISPERSORA + FOLIO) QUE EL CLIENTE  *
      *            YA APARTO TAMPOCO.                                 *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0200.
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
      *     @BAZ234    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORTE ASSIGN TO APARTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-ABONOS                PIC X(01) VALUE 'N'.
              88 WSS-FIN-ABONOS-SI                  VALUE 'S'.
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-907                          PIC X(03)  VALUE '907'.
       01  CA-COD-APARTADO                 PIC X(03)  VALUE 'APN'.
       01  CA-CONCEPTO-APARTADO            PIC X(26)
           VALUE 'APARTADO DE NOMINA'.
       01  CA-REDISPERSION                 PIC X(26)
           VALUE 'REDISPERSION NOMINA FOLIO '.
       01  CA-REDISPERSADO                 PIC X(02)  VALUE 'RD'.
       01  CA-EVT-APARTADO                 PIC X(04)  VALUE 'APNO'.
       01  CA-MB7C0150                     PIC X(08)  VALUE 'MB7C0150'.
      *
      * ABONO DE NOMINA EN TURNO CON LA REGLA DE SU CUENTA EJE.
       01  WS-ABONO.
           05 WS-ABO-NUM-CLIENTE           PIC S9(09) COMP-3.
           05 WS-ABO-CTA-EJE               PIC X(14).
           05 WS-ABO-TIPO                  PIC X(01).
              88 WS-ABO-TIPO-FIJO                  VALUE 'F'.
              88 WS-ABO-TIPO-PORCENTAJE            VALUE 'P'.
           05 WS-ABO-IMP-REGLA             PIC S9(11)V9(02) COMP-3.
           05 WS-ABO-PORCENTAJE            PIC S9(03)V9(02) COMP-3.
           05 WS-ABO-META-ID               PIC X(10).
           05 WS-ABO-LOG-METAS             PIC X(10).
           05 WS-ABO-NUM-OPER-907          PIC S9(09) COMP-3.
           05 WS-ABO-IMP-907               PIC S9(13)V9(02) COMP-3.
           05 WS-ABO-OBSERVA               PIC X(40).
      *
      * LOTE DE NOMINA DEL ABONO: CUENTA DISPERSORA + FOLIO (MBDT258
      * PARA LA DISPERSION ORIGINAL; MBDT186 PARA LA RE-DISPERSION).
       01  WS-LOTE.
           05 WS-LOT-CTA-CAR               PIC X(14).
           05 WS-LOT-FOLIO                 PIC X(06).
      *
       01  WS-CEN-REG                      PIC X(04).
       01  WS-ACC                          PIC X(10).
       01  WS-IMP-APARTADO                 PIC S9(13)V9(02) COMP-3.
       01  WS-NUM-OPER                     PIC S9(09) COMP-3.
       01  WS-IMP-CARGO                    PIC S9(13)V9(02) COMP-3.
      * SALDO DESPUES DEL MOVIMIENTO (T071_AUTBAL): ULTIMO SALDO DE
      * LA CUENTA MAS EL IMPORTE POSTEADO.
       01  WS-SALDO-PREVIO                 PIC S9(13)V9(02) COMP-3.
       01  WS-AUTBAL                       PIC S9(13)V9(02) COMP-3.
       01  WS-NUM-YA-APARTADO              PIC S9(05) COMP.
       01  WS-NUM-META                     PIC S9(05) COMP.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
      *
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01  VA-MBEC0150.
           COPY MBEC0150.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0200.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0200.
      *
           PERFORM 1000-START.
           IF E200-RETURN-OK
              PERFORM 2000-RECORRE-ABONOS
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E200-COD-RETURN.
           MOVE 0                          TO E200-NUM-ABONOS
                                              E200-NUM-APARTADOS
                                              E200-NUM-DUPLICADOS
                                              E200-NUM-SIN-META
                                              E200-IMP-APARTADO.
      *
           IF E200-ENT-ORIGIN    EQUAL SPACES OR
              E200-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E200-COD-RETURN
           END-IF.
      *
           IF E200-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2000-RECORRE-ABONOS: ABONOS 907 DEL DIA EN LAS CUENTAS EJE  *
      *     CON REGLA ACTIVA.                                          *
      ******************************************************************
       2000-RECORRE-ABONOS.
      *
           MOVE 'N'                        TO WSS-FIN-ABONOS.
      *
           EXEC SQL
               DECLARE C200ABO CURSOR FOR
               SELECT R.T220_NUM_CLIENTE, R.T220_CTA_EJE,
                      R.T220_TIPO, R.T220_IMPORTE,
                      R.T220_PORCENTAJE, R.T220_ID_CTA_META,
                      R.T220_LOG_METAS, M.T071_NUM_OPERATION,
                      M.T071_AMT, M.T071_OBSERVATIONS
                 FROM MBDT220 R, BGDT071 M
                WHERE R.T220_ENT     = :E200-ENT-ORIGIN
                  AND R.T220_ESTADO  = 'A'
                  AND M.T071_ENT     = R.T220_ENT
                  AND M.T071_CEN_REG = SUBSTR(R.T220_CTA_EJE, 1, 4)
                  AND M.T071_ACC     = SUBSTR(R.T220_CTA_EJE, 5, 10)
                  AND M.T071_COD     = :CA-907
                  AND M.T071_AMT     > 0
                  AND M.T071_DAT_OPERATION =
                      DATE(:E200-FECHA-PROCESO)
                ORDER BY R.T220_NUM_CLIENTE, R.T220_CTA_EJE,
                         M.T071_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C200ABO
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-ABONOS-SI
               EXEC SQL
                   FETCH C200ABO
                   INTO :WS-ABO-NUM-CLIENTE, :WS-ABO-CTA-EJE,
                        :WS-ABO-TIPO, :WS-ABO-IMP-REGLA,
                        :WS-ABO-PORCENTAJE, :WS-ABO-META-ID,
                        :WS-ABO-LOG-METAS, :WS-ABO-NUM-OPER-907,
                        :WS-ABO-IMP-907, :WS-ABO-OBSERVA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1              TO E200-NUM-ABONOS
                        PERFORM 2100-APARTA-ABONO
                           THRU 2100-FIN-APARTA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-ABONOS-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-ABONOS-SI TO TRUE
                        MOVE CA-99          TO E200-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C200ABO
           END-EXEC.
      *
           IF E200-NUM-ABONOS EQUAL 0 AND
              E200-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO E200-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-APARTA-ABONO: CANDADO; CALCULO DEL APARTADO; VIGENCIA  *
      *     DE LA META; POSTEO; BITACORA Y AVISO.                      *
      ******************************************************************
       2100-APARTA-ABONO.
      *
           MOVE WS-ABO-CTA-EJE(1:4)        TO WS-CEN-REG.
           MOVE WS-ABO-CTA-EJE(5:10)       TO WS-ACC.
      *
           PERFORM 2110-RESUELVE-LOTE.
      *
           IF E200-RETURN-OK
              PERFORM 2120-VALIDA-YA-APARTADO
           END-IF.
      *
           IF NOT E200-RETURN-OK
              GO TO 2100-FIN-APARTA
           END-IF.
      *
           IF WS-NUM-YA-APARTADO > ZEROES
              ADD 1                        TO E200-NUM-DUPLICADOS
              PERFORM 2900-ESCRIBE-DUPLICADO
              GO TO 2100-FIN-APARTA
           END-IF.
      *
      *    EL IMPORTE FIJO NUNCA EXCEDE EL ABONO; EL PORCENTAJE SE
      *    REDONDEA AL CENTAVO.
           IF WS-ABO-TIPO-PORCENTAJE
              COMPUTE WS-IMP-APARTADO ROUNDED =
                      WS-ABO-IMP-907 * WS-ABO-PORCENTAJE / 100
           ELSE
              IF WS-ABO-IMP-REGLA > WS-ABO-IMP-907
                 MOVE WS-ABO-IMP-907       TO WS-IMP-APARTADO
              ELSE
                 MOVE WS-ABO-IMP-REGLA     TO WS-IMP-APARTADO
              END-IF
           END-IF.
      *
           IF WS-IMP-APARTADO NOT GREATER ZEROES
              GO TO 2100-FIN-APARTA
           END-IF.
      *
           PERFORM 2130-VALIDA-META.
      *
           IF E200-RETURN-OK AND WS-NUM-META EQUAL ZEROES
              ADD 1                        TO E200-NUM-SIN-META
              PERFORM 2910-ESCRIBE-SIN-META
              GO TO 2100-FIN-APARTA
           END-IF.
      *
      *    LA PIERNA CONTABLE DEL AHORRO: EL CARGO 'APN' SALE DE LA
      *    CUENTA EJE ANTES DE ABONAR LA META (IGUAL QUE 'RED').
           IF E200-RETURN-OK
              PERFORM 2250-POSTEA-CARGO-CUENTA
           END-IF.
      *
           IF E200-RETURN-OK
              PERFORM 2300-POSTEA-META
           END-IF.
      *
           IF E200-RETURN-OK
              PERFORM 2400-REGISTRA-BITACORA
           END-IF.
      *
           IF E200-RETURN-OK
              ADD 1                        TO E200-NUM-APARTADOS
              ADD WS-IMP-APARTADO          TO E200-IMP-APARTADO
              PERFORM 2500-EMITE-AVISO
              PERFORM 2920-ESCRIBE-POSTEO
           END-IF.
      *
       2100-FIN-APARTA.
           EXIT.
      *
      ******************************************************************
      *.PN 2110-RESUELVE-LOTE: LA RE-DISPERSION DE MB9B0162 DEJA EL    *
      *     FOLIO EN LA OBSERVACION DEL 907 Y LA CUENTA DISPERSORA EN  *
      *     MBDT186 ('RD'); LA DISPERSION ORIGINAL SE LIGA POR MBDT258 *
      *     (CUENTA ABONADA EN T258_REF_CAR; FOLIO EN RES_OBS(12:6),   *
      *     COMO MB9B0140). SIN LOTE IDENTIFICADO EL CANDADO QUEDA     *
      *     SOLO POR OPERACION.                                        *
      ******************************************************************
       2110-RESUELVE-LOTE.
      *
           MOVE SPACES                     TO WS-LOTE.
      *
           IF WS-ABO-OBSERVA(1:26) EQUAL CA-REDISPERSION
              MOVE WS-ABO-OBSERVA(27:6)    TO WS-LOT-FOLIO
              EXEC SQL
                  SELECT TOP 1 T186_CTA_CAR
                    INTO :WS-LOT-CTA-CAR
                    FROM MBDT186 with (nolock)
                   WHERE T186_ENT       = :E200-ENT-ORIGIN
                     AND T186_CTA_NUEVA = :WS-ABO-CTA-EJE
                     AND T186_FOLIO     = :WS-LOT-FOLIO
                     AND T186_ESTADO    = :CA-REDISPERSADO
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT TOP 1 T258_CTA_CAR,
                         SUBSTR(T258_RES_OBS, 12, 6)
                    INTO :WS-LOT-CTA-CAR, :WS-LOT-FOLIO
                    FROM MBDT258 with (nolock)
                   WHERE T258_FEC_REG = DATE(:E200-FECHA-PROCESO)
                     AND T258_REF_CAR = :WS-ABO-CTA-EJE
              END-EXEC
           END-IF.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE SPACES            TO WS-LOTE
               WHEN OTHER
                    MOVE CA-99             TO E200-COD-RETURN
                    SET WSS-FIN-ABONOS-SI  TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2120-VALIDA-YA-APARTADO: EL MISMO 907 (RE-CORRIDA) O EL     *
      *     MISMO LOTE DE NOMINA YA APARTADO AL CLIENTE EN CUALQUIERA  *
      *     DE SUS CUENTAS (RE-DISPERSION A LA CUENTA CORREGIDA).      *
      ******************************************************************
       2120-VALIDA-YA-APARTADO.
      *
           MOVE 0                          TO WS-NUM-YA-APARTADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-YA-APARTADO
                 FROM MBDT221 with (nolock)
                WHERE T221_ENT = :E200-ENT-ORIGIN
                  AND ((T221_CEN_REG       = :WS-CEN-REG
                    AND T221_ACC           = :WS-ACC
                    AND T221_NUM_OPERATION = :WS-ABO-NUM-OPER-907)
                   OR (T221_NUM_CLIENTE    = :WS-ABO-NUM-CLIENTE
                    AND T221_CTA_CAR       = :WS-LOT-CTA-CAR
                    AND T221_FOLIO         = :WS-LOT-FOLIO
                    AND T221_FOLIO        <> ' '))
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E200-COD-RETURN
              SET WSS-FIN-ABONOS-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2130-VALIDA-META: EL SOBRE/ALCANCIA DE LA REGLA SIGUE       *
      *     VIGENTE (LOS MISMOS ESTADOS QUE VALIDA MB7C0470).          *
      ******************************************************************
       2130-VALIDA-META.
      *
           MOVE 0                          TO WS-NUM-META.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-META
                 FROM MAZP.MBDT039 with(nolock)
                WHERE T039_NUM_CLIENTE = :WS-ABO-NUM-CLIENTE
                  AND T039_ID_CTA_META = :WS-ABO-META-ID
                  AND ((T039_LOG_METAS = 'SOBRES' AND
                        T039_ESTAT_CTA_META IN
                               ('SA','SP','SV','SS'))
                    OR (T039_LOG_METAS = 'ALCANCIA' AND
                        T039_ESTAT_CTA_META IN ('AC','IN','PA')))
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E200-COD-RETURN
              SET WSS-FIN-ABONOS-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2250-POSTEA-CARGO-CUENTA: EL CARGO 'APN' EN BGDT071 CON EL  *
      *     SALDO DESPUES DEL MOVIMIENTO MANTENIDO (T071_AUTBAL).      *
      ******************************************************************
       2250-POSTEA-CARGO-CUENTA.
      *
           MOVE 0                          TO WS-NUM-OPER
                                              WS-SALDO-PREVIO.
           EXEC SQL
               SELECT COALESCE(MAX(T071_NUM_OPERATION), 0) + 1,
                      COALESCE(
                      (SELECT TOP 1 U.T071_AUTBAL
                         FROM BGDT071 U
                        WHERE U.T071_ENT     = :E200-ENT-ORIGIN
                          AND U.T071_CEN_REG = :WS-CEN-REG
                          AND U.T071_ACC     = :WS-ACC
                        ORDER BY U.T071_DAT_OPERATION DESC,
                                 U.T071_NUM_OPERATION DESC), 0)
                 INTO :WS-NUM-OPER, :WS-SALDO-PREVIO
                 FROM BGDT071
                WHERE T071_ENT     = :E200-ENT-ORIGIN
                  AND T071_CEN_REG = :WS-CEN-REG
                  AND T071_ACC     = :WS-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E200-COD-RETURN
              SET WSS-FIN-ABONOS-SI        TO TRUE
           END-IF.
      *
           IF E200-RETURN-OK
              COMPUTE WS-IMP-CARGO = 0 - WS-IMP-APARTADO
              COMPUTE WS-AUTBAL =
                      WS-SALDO-PREVIO + WS-IMP-CARGO
              EXEC SQL
                  INSERT INTO BGDT071
                         (T071_ENT, T071_CEN_REG, T071_ACC,
                          T071_NUM_OPERATION, T071_COD,
                          T071_DAT_OPERATION, T071_TIM_OPERATION,
                          T071_AMT, T071_AUTBAL,
                          T071_OBSERVATIONS)
                  VALUES (:E200-ENT-ORIGIN, :WS-CEN-REG,
                          :WS-ACC, :WS-NUM-OPER,
                          :CA-COD-APARTADO,
                          DATE(:E200-FECHA-PROCESO),
                          CHAR(CURRENT TIME),
                          :WS-IMP-CARGO, :WS-AUTBAL,
                          :CA-CONCEPTO-APARTADO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E200-COD-RETURN
                 SET WSS-FIN-ABONOS-SI     TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2300-POSTEA-META: EL MISMO POSTEO QUE MB9B0163: LA META     *
      *     RECIBE EL APARTADO Y EL RASTRO QUEDA EN MBDT039H (TIPO     *
      *     'APN'; LOG 'SOBRES' O 'ALCANCIA' SEGUN LA META).           *
      ******************************************************************
       2300-POSTEA-META.
      *
           EXEC SQL
               UPDATE MAZP.MBDT039
                  SET T039_SALDO = T039_SALDO + :WS-IMP-APARTADO
                WHERE T039_NUM_CLIENTE = :WS-ABO-NUM-CLIENTE
                  AND T039_ID_CTA_META = :WS-ABO-META-ID
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E200-COD-RETURN
              SET WSS-FIN-ABONOS-SI        TO TRUE
           END-IF.
      *
           IF E200-RETURN-OK
              EXEC SQL
                  INSERT INTO MAZP.MBDT039H
                         (T039H_NUM_CLIENTE, T039H_ID_CTA_META,
                          T039H_CTA_EJE, T039H_LOG_METAS,
                          T039H_TIPO_MOV, T039H_FECHA,
                          T039H_HORA, T039H_IMPORTE,
                          T039H_DESC, T039H_CONCEPTO,
                          T039H_STP_MOVTO)
                  VALUES (:WS-ABO-NUM-CLIENTE, :WS-ABO-META-ID,
                          :WS-ABO-CTA-EJE, :WS-ABO-LOG-METAS,
                          :CA-COD-APARTADO,
                          CURRENT DATE, CURRENT TIME,
                          :WS-IMP-APARTADO,
                          :CA-CONCEPTO-APARTADO,
                          :CA-CONCEPTO-APARTADO,
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E200-COD-RETURN
                 SET WSS-FIN-ABONOS-SI     TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2400-REGISTRA-BITACORA: EL CANDADO DE IDEMPOTENCIA (907     *
      *     ORIGEN; LOTE DE NOMINA; CARGO 'APN' POSTEADO).             *
      ******************************************************************
       2400-REGISTRA-BITACORA.
      *
           EXEC SQL
               INSERT INTO MBDT221
                      (T221_ENT, T221_CEN_REG, T221_ACC,
                       T221_NUM_OPERATION, T221_NUM_CLIENTE,
                       T221_CTA_CAR, T221_FOLIO,
                       T221_ID_CTA_META, T221_IMP_ABONO,
                       T221_IMP_APARTADO, T221_NUM_OPER_APN,
                       T221_FEC_APARTADO, T221_STP_LASTMOD)
               VALUES (:E200-ENT-ORIGIN, :WS-CEN-REG, :WS-ACC,
                       :WS-ABO-NUM-OPER-907, :WS-ABO-NUM-CLIENTE,
                       :WS-LOT-CTA-CAR, :WS-LOT-FOLIO,
                       :WS-ABO-META-ID, :WS-ABO-IMP-907,
                       :WS-IMP-APARTADO, :WS-NUM-OPER,
                       DATE(:E200-FECHA-PROCESO),
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E200-COD-RETURN
              SET WSS-FIN-ABONOS-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2500-EMITE-AVISO: EL CLIENTE VE CUANTO AHORRO; LA           *
      *     REFERENCIA ES EL 907 QUE DISPARO EL APARTADO. UN TIPO      *
      *     APAGADO ('05') O UN ERROR DEL OUTBOX NO DETIENE EL POSTEO. *
      ******************************************************************
       2500-EMITE-AVISO.
      *
           MOVE CA-EVT-APARTADO            TO PR-EVT-TIPO.
           MOVE E200-ENT-ORIGIN            TO PR-EVT-ENT.
           MOVE WS-ABO-CTA-EJE             TO PR-EVT-CUENTA.
           MOVE WS-IMP-APARTADO            TO PR-EVT-IMPORTE.
           MOVE WS-ABO-NUM-OPER-907        TO PR-EVT-REFERENCIA.
           MOVE SPACES                     TO PR-EVT-DETALLE.
           STRING 'APARTADO DE NOMINA A '  DELIMITED BY SIZE
                  WS-ABO-LOG-METAS         DELIMITED BY SPACE
             INTO PR-EVT-DETALLE
           END-STRING.
           MOVE SPACES                     TO PR-EVT-COD-RETURN.
      *
           CALL CA-MB7C0150 USING VA-MBEC0150.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-DUPLICADO.                                     *
      ******************************************************************
       2900-ESCRIBE-DUPLICADO.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'YA-APARTADO;'           DELIMITED BY SIZE
                  WS-ABO-CTA-EJE           DELIMITED BY SIZE
                  ';CTA-CAR='              DELIMITED BY SIZE
                  WS-LOT-CTA-CAR           DELIMITED BY SIZE
                  ';FOLIO='                DELIMITED BY SIZE
                  WS-LOT-FOLIO             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2910-ESCRIBE-SIN-META.                                      *
      ******************************************************************
       2910-ESCRIBE-SIN-META.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'SIN-META;'              DELIMITED BY SIZE
                  WS-ABO-CTA-EJE           DELIMITED BY SIZE
                  ';META='                 DELIMITED BY SIZE
                  WS-ABO-META-ID           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2920-ESCRIBE-POSTEO.                                        *
      ******************************************************************
       2920-ESCRIBE-POSTEO.
      *
           MOVE WS-IMP-APARTADO            TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'APARTADO;'              DELIMITED BY SIZE
                  WS-ABO-CTA-EJE           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ABO-LOG-METAS         DELIMITED BY SPACE
                  ';META='                 DELIMITED BY SIZE
                  WS-ABO-META-ID           DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
