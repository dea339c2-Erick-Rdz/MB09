      ******************************************************************
      *  MB9B0214: CIERRE DIARIO DE CONCENTRACION DE SALDOS (CASH     *
      *            POOLING) DE LOS GRUPOS CORPORATIVOS. LAS           *
      *            TESORERIAS MOVIAN A MANO CADA NOCHE EL DINERO      *
      *            ENTRE SUBSIDIARIAS Y HOLDING. DESPUES DEL POSTEO   *
      *            DEL DIA ESTE BATCH:                                *
      *            - APLICA LAS REGLAS VIGENTES DE MBDT253            *
      *              (MB7C0630): PRIMERO TODOS LOS BARRIDOS           *
      *              SUBSIDIARIA -> HOLDING (SALDO CERO U OBJETIVO)   *
      *              Y DESPUES LOS FONDEOS HOLDING -> SUBSIDIARIA DE  *
      *              LAS QUE QUEDARON DEBAJO DE SU PISO, PARA QUE EL  *
      *              HOLDING FONDEE CON LO BARRIDO EN EL DIA;         *
      *            - POSTEA CADA PAR CARGO 'CPC' / ABONO 'CPA' EN     *
      *              BGDT071 Y LO REGISTRA CON SU REGLA EN MBDT254    *
      *              (UNA VEZ POR REGLA Y DIA, AUN SI SE RECORRE)     *
      *              CON DETALLE EN POOLRPT;                          *
      *            - ARMA POR GRUPO LA POSICION INTERCOMPANIA DE CADA *
      *              SUBSIDIARIA (CUANTO PRESTO O TOMO DEL POOL) EN   *
      *              POOLPOS.                                         *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0214.
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
      *     @BAZ254    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO POOLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-POSICION ASSIGN TO POOLPOS
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
       FD  F-POSICION
           RECORDING MODE IS F.
       01  FR-POSICION-LINEA               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-PRIMER-GRUPO              PIC X(01) VALUE 'S'.
              88 WSS-PRIMER-GRUPO-SI                VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-ACTIVA                       PIC X(01)  VALUE 'A'.
       01  CA-COD-CARGO                    PIC X(03)  VALUE 'CPC'.
       01  CA-COD-ABONO                    PIC X(03)  VALUE 'CPA'.
      * PASADA DEL CIERRE Y SENTIDO DEL REGISTRO EN MBDT254.
       01  CA-BARRIDO                      PIC X(01)  VALUE 'B'.
       01  CA-FONDEO                       PIC X(01)  VALUE 'F'.
       01  WS-PASADA                       PIC X(01).
          88 WS-PASADA-BARRIDO                    VALUE 'B'.
          88 WS-PASADA-FONDEO                     VALUE 'F'.
      *
      * REGLA EN TURNO (CURSOR C214REG). WS-REG-VIGENTE 'N' CUANDO
      * ALGUNA DE LAS CUENTAS YA NO ES ACTIVA O SU BDMID YA NO ES
      * MIEMBRO DEL GRUPO CON SU ROL.
       01  WS-REGLA.
           05 WS-REG-ID-REGLA              PIC S9(09) COMP.
           05 WS-REG-ID-GRUPO              PIC X(10).
           05 WS-REG-CEN-SUB               PIC X(04).
           05 WS-REG-ACC-SUB               PIC X(10).
           05 WS-REG-CEN-HOLD              PIC X(04).
           05 WS-REG-ACC-HOLD              PIC X(10).
           05 WS-REG-TIPO                  PIC X(01).
              88 WS-REG-TIPO-CERO                   VALUE 'Z'.
              88 WS-REG-TIPO-OBJETIVO               VALUE 'T'.
           05 WS-REG-SALDO-OBJ             PIC S9(13)V9(02) COMP-3.
           05 WS-REG-FONDEO                PIC X(01).
              88 WS-REG-FONDEO-SI                   VALUE 'S'.
           05 WS-REG-PISO                  PIC S9(13)V9(02) COMP-3.
           05 WS-REG-VIGENTE               PIC X(01).
              88 WS-REG-VIGENTE-SI                  VALUE 'S'.
      *
      * SALDOS E IMPORTE DEL PAR EN TURNO.
       01  WS-SALDO-CEN                    PIC X(04).
       01  WS-SALDO-ACC                    PIC X(10).
       01  WS-SALDO                        PIC S9(13)V9(02) COMP-3.
       01  WS-SALDO-SUB                    PIC S9(13)V9(02) COMP-3.
       01  WS-SALDO-HOLD                   PIC S9(13)V9(02) COMP-3.
       01  WS-META                         PIC S9(13)V9(02) COMP-3.
       01  WS-IMPORTE                      PIC S9(13)V9(02) COMP-3.
       01  WS-IMP-PEDIDO                   PIC S9(13)V9(02) COMP-3.
      *
      * PAR DE MOVIMIENTOS: CARGO EN LA CUENTA QUE ENTREGA Y ABONO EN
      * LA QUE RECIBE.
       01  WS-PAR.
           05 WS-PAR-CEN-CARGO             PIC X(04).
           05 WS-PAR-ACC-CARGO             PIC X(10).
           05 WS-PAR-OPER-CARGO            PIC S9(09) COMP.
           05 WS-PAR-CEN-ABONO             PIC X(04).
           05 WS-PAR-ACC-ABONO             PIC X(10).
           05 WS-PAR-OPER-ABONO            PIC S9(09) COMP.
      *
      * MOVIMIENTO A POSTEAR EN BGDT071.
       01  WS-MOV.
           05 WS-MOV-CEN-REG               PIC X(04).
           05 WS-MOV-ACC                   PIC X(10).
           05 WS-MOV-COD                   PIC X(03).
           05 WS-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-MOV-OBSERVA               PIC X(30).
           05 WS-MOV-NUM-OPER              PIC S9(09) COMP.
           05 WS-MOV-SALDO-PREVIO          PIC S9(13)V9(02) COMP-3.
           05 WS-MOV-AUTBAL                PIC S9(13)V9(02) COMP-3.
      *
      * POSICION INTERCOMPANIA (CURSOR C214POS). LA POSICION NETA ES LO
      * BARRIDO MENOS LO FONDEADO DESDE QUE EXISTE LA REGLA: POSITIVA =
      * LA SUBSIDIARIA LE PRESTO AL POOL; NEGATIVA = TOMO DEL POOL.
       01  WS-POS.
           05 WS-POS-ID-GRUPO              PIC X(10).
           05 WS-POS-CEN-SUB               PIC X(04).
           05 WS-POS-ACC-SUB               PIC X(10).
           05 WS-POS-BARRIDO-HOY           PIC S9(15)V9(02) COMP-3.
           05 WS-POS-FONDEO-HOY            PIC S9(15)V9(02) COMP-3.
           05 WS-POS-NETA                  PIC S9(15)V9(02) COMP-3.
       01  WS-GRUPO-ANT                    PIC X(10).
       01  WS-GRP-NETA                     PIC S9(15)V9(02) COMP-3.
       01  WS-GRP-BARRIDO-HOY              PIC S9(15)V9(02) COMP-3.
       01  WS-GRP-FONDEO-HOY               PIC S9(15)V9(02) COMP-3.
      *
       01  WS-MOTIVO                       PIC X(40).
       01  WS-TIPO-PAR                     PIC X(08).
       01  WS-EDIT-REGLA                   PIC 9(09).
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-IMP2                    PIC -(13)9.99.
       01  WS-EDIT-IMP3                    PIC -(13)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0214.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0214.
      *
           PERFORM 1000-START.
           IF E214-RETURN-OK
              PERFORM 2000-APLICA-REGLAS
           END-IF.
           IF E214-RETURN-OK
              PERFORM 4000-POSICION
           END-IF.
           IF E214-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E214-COD-RETURN.
           MOVE 0                          TO E214-NUM-REGLAS
                                              E214-NUM-BARRIDOS
                                              E214-NUM-FONDEOS
                                              E214-NUM-SIN-FONDEO
                                              E214-IMP-BARRIDOS
                                              E214-IMP-FONDEOS.
      *
           IF E214-ENT-ORIGIN    EQUAL SPACES OR
              E214-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E214-COD-RETURN
           END-IF.
      *
           IF E214-RETURN-OK
              OPEN OUTPUT F-REPORTE F-POSICION
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'CONCENTRACION DE SALDOS (CASH POOLING) DEL DIA '
                                            DELIMITED BY SIZE
                     E214-FECHA-PROCESO     DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
              MOVE SPACES                  TO FR-POSICION-LINEA
              STRING 'POSICION INTERCOMPANIA POR GRUPO AL '
                                            DELIMITED BY SIZE
                     E214-FECHA-PROCESO     DELIMITED BY SIZE
                INTO FR-POSICION-LINEA
              END-STRING
              WRITE FR-POSICION-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-APLICA-REGLAS: DOS PASADAS SOBRE LAS REGLAS: BARRIDOS  *
      *     Y LUEGO FONDEOS. UNA REGLA QUE YA TIENE REGISTRO DEL DIA EN*
      *     MBDT254 NO SE VUELVE A TOCAR.                              *
      ******************************************************************
       2000-APLICA-REGLAS.
      *
           MOVE CA-BARRIDO                 TO WS-PASADA.
           PERFORM 2100-RECORRE-REGLAS.
      *
           IF E214-RETURN-OK
              MOVE CA-FONDEO               TO WS-PASADA
              PERFORM 2100-RECORRE-REGLAS
           END-IF.
      *
           IF E214-RETURN-OK AND E214-NUM-REGLAS EQUAL 0
              MOVE CA-10                   TO E214-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-RECORRE-REGLAS.                                        *
      ******************************************************************
       2100-RECORRE-REGLAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C214REG CURSOR FOR
               SELECT R.T253_ID_REGLA, R.T253_ID_GRUPO,
                      R.T253_CEN_SUB, R.T253_ACC_SUB,
                      R.T253_CEN_HOLD, R.T253_ACC_HOLD,
                      R.T253_TIPO, R.T253_SALDO_OBJ,
                      R.T253_FONDEO, R.T253_PISO,
                      CASE WHEN EXISTS
                                (SELECT 1
                                   FROM MBDT189 G, MBDT036 C
                                  WHERE G.T189_ENT      = R.T253_ENT
                                    AND G.T189_ID_GRUPO =
                                        R.T253_ID_GRUPO
                                    AND G.T189_ROL      = 'S'
                                    AND G.T189_ESTADO   = 'A'
                                    AND C.T036_BDMID    = G.T189_BDMID
                                    AND C.T036_ENT      = G.T189_ENT
                                    AND C.T036_CEN_REG  =
                                        R.T253_CEN_SUB
                                    AND C.T036_ACC      =
                                        R.T253_ACC_SUB
                                    AND C.T036_FLG_STAT = 'A')
                            AND EXISTS
                                (SELECT 1
                                   FROM MBDT189 G, MBDT036 C
                                  WHERE G.T189_ENT      = R.T253_ENT
                                    AND G.T189_ID_GRUPO =
                                        R.T253_ID_GRUPO
                                    AND G.T189_ROL      = 'H'
                                    AND G.T189_ESTADO   = 'A'
                                    AND C.T036_BDMID    = G.T189_BDMID
                                    AND C.T036_ENT      = G.T189_ENT
                                    AND C.T036_CEN_REG  =
                                        R.T253_CEN_HOLD
                                    AND C.T036_ACC      =
                                        R.T253_ACC_HOLD
                                    AND C.T036_FLG_STAT = 'A')
                           THEN 'S'
                           ELSE 'N' END
                 FROM MBDT253 R
                WHERE R.T253_ENT    = :E214-ENT-ORIGIN
                  AND R.T253_ESTADO = :CA-ACTIVA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT254 L
                        WHERE L.T254_ENT         = R.T253_ENT
                          AND L.T254_ID_REGLA    = R.T253_ID_REGLA
                          AND L.T254_FEC_PROCESO =
                              DATE(:E214-FECHA-PROCESO))
                ORDER BY R.T253_ID_GRUPO, R.T253_ID_REGLA
           END-EXEC.
      *
           EXEC SQL
               OPEN C214REG
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C214REG
                   INTO :WS-REG-ID-REGLA, :WS-REG-ID-GRUPO,
                        :WS-REG-CEN-SUB, :WS-REG-ACC-SUB,
                        :WS-REG-CEN-HOLD, :WS-REG-ACC-HOLD,
                        :WS-REG-TIPO, :WS-REG-SALDO-OBJ,
                        :WS-REG-FONDEO, :WS-REG-PISO,
                        :WS-REG-VIGENTE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2150-PROCESA-REGLA
                        IF NOT E214-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E214-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C214REG
           END-EXEC.
      *
      ******************************************************************
      *.PN 2150-PROCESA-REGLA: LA REGLA NO VIGENTE SE REPORTA UNA VEZ  *
      *     (PASADA DE BARRIDOS) Y NO SE APLICA.                       *
      ******************************************************************
       2150-PROCESA-REGLA.
      *
           IF WS-PASADA-BARRIDO
              ADD 1 TO E214-NUM-REGLAS
              IF WS-REG-VIGENTE-SI
                 PERFORM 2200-BARRIDO
              ELSE
                 MOVE 'CUENTA O MIEMBRO DEL GRUPO NO VIGENTE'
                                           TO WS-MOTIVO
                 MOVE ZEROES               TO WS-IMPORTE
                 PERFORM 2800-ESCRIBE-AVISO
              END-IF
           ELSE
              IF WS-REG-VIGENTE-SI AND WS-REG-FONDEO-SI
                 PERFORM 2300-FONDEO
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-BARRIDO: SALDO CERO SUBE TODO LO QUE EXCEDE EL PISO    *
      *     (SIN FONDEO EL PISO ES CERO: SUBE TODO EL SALDO POSITIVO); *
      *     OBJETIVO SUBE SOLO EL EXCEDENTE DEL OBJETIVO. ASI EL       *
      *     BARRIDO NUNCA DEJA LA SUBSIDIARIA DEBAJO DE SU PISO (LA    *
      *     REGLA YA BARRIDA NO PASA A LA PASADA DE FONDEOS).          *
      ******************************************************************
       2200-BARRIDO.
      *
           MOVE WS-REG-CEN-SUB             TO WS-SALDO-CEN.
           MOVE WS-REG-ACC-SUB             TO WS-SALDO-ACC.
           PERFORM 2500-LEE-SALDO.
           MOVE WS-SALDO                   TO WS-SALDO-SUB.
           MOVE ZEROES                     TO WS-IMPORTE.
      *
           IF E214-RETURN-OK
              IF WS-REG-TIPO-OBJETIVO
                 IF WS-SALDO-SUB > WS-REG-SALDO-OBJ
                    COMPUTE WS-IMPORTE =
                            WS-SALDO-SUB - WS-REG-SALDO-OBJ
                 END-IF
              ELSE
                 IF WS-SALDO-SUB > WS-REG-PISO
                    COMPUTE WS-IMPORTE =
                            WS-SALDO-SUB - WS-REG-PISO
                 END-IF
              END-IF
           END-IF.
      *
           IF E214-RETURN-OK AND WS-IMPORTE > ZEROES
              MOVE WS-REG-CEN-SUB          TO WS-PAR-CEN-CARGO
              MOVE WS-REG-ACC-SUB          TO WS-PAR-ACC-CARGO
              MOVE WS-REG-CEN-HOLD         TO WS-PAR-CEN-ABONO
              MOVE WS-REG-ACC-HOLD         TO WS-PAR-ACC-ABONO
              PERFORM 2400-POSTEA-PAR
              IF E214-RETURN-OK
                 ADD 1                     TO E214-NUM-BARRIDOS
                 ADD WS-IMPORTE            TO E214-IMP-BARRIDOS
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2300-FONDEO: SUBSIDIARIA DEBAJO DE SU PISO: EL HOLDING LA   *
      *     LLEVA AL OBJETIVO ('T') O AL PISO ('Z'). SI EL HOLDING NO  *
      *     ALCANZA SE FONDEA LO QUE TENGA Y SE AVISA.                 *
      ******************************************************************
       2300-FONDEO.
      *
           MOVE WS-REG-CEN-SUB             TO WS-SALDO-CEN.
           MOVE WS-REG-ACC-SUB             TO WS-SALDO-ACC.
           PERFORM 2500-LEE-SALDO.
           MOVE WS-SALDO                   TO WS-SALDO-SUB.
           MOVE ZEROES                     TO WS-IMPORTE
                                              WS-IMP-PEDIDO.
      *
           IF E214-RETURN-OK AND WS-SALDO-SUB < WS-REG-PISO
              IF WS-REG-TIPO-OBJETIVO
                 MOVE WS-REG-SALDO-OBJ     TO WS-META
              ELSE
                 MOVE WS-REG-PISO          TO WS-META
              END-IF
              COMPUTE WS-IMP-PEDIDO = WS-META - WS-SALDO-SUB
              MOVE WS-IMP-PEDIDO           TO WS-IMPORTE
              MOVE WS-REG-CEN-HOLD         TO WS-SALDO-CEN
              MOVE WS-REG-ACC-HOLD         TO WS-SALDO-ACC
              PERFORM 2500-LEE-SALDO
              MOVE WS-SALDO                TO WS-SALDO-HOLD
           END-IF.
      *
           IF E214-RETURN-OK AND WS-IMP-PEDIDO > ZEROES AND
              WS-SALDO-HOLD < WS-IMP-PEDIDO
              ADD 1                        TO E214-NUM-SIN-FONDEO
              IF WS-SALDO-HOLD > ZEROES
                 MOVE WS-SALDO-HOLD        TO WS-IMPORTE
                 MOVE 'FONDEO PARCIAL: SALDO INSUFICIENTE EN HOLDING'
                                           TO WS-MOTIVO
              ELSE
                 MOVE ZEROES               TO WS-IMPORTE
                 MOVE 'SIN FONDEO: HOLDING SIN SALDO'
                                           TO WS-MOTIVO
              END-IF
              PERFORM 2800-ESCRIBE-AVISO
           END-IF.
      *
           IF E214-RETURN-OK AND WS-IMPORTE > ZEROES
              MOVE WS-REG-CEN-HOLD         TO WS-PAR-CEN-CARGO
              MOVE WS-REG-ACC-HOLD         TO WS-PAR-ACC-CARGO
              MOVE WS-REG-CEN-SUB          TO WS-PAR-CEN-ABONO
              MOVE WS-REG-ACC-SUB          TO WS-PAR-ACC-ABONO
              PERFORM 2400-POSTEA-PAR
              IF E214-RETURN-OK
                 ADD 1                     TO E214-NUM-FONDEOS
                 ADD WS-IMPORTE            TO E214-IMP-FONDEOS
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2400-POSTEA-PAR: CARGO, ABONO, REGISTRO EN MBDT254 Y        *
      *     RENGLON DEL DETALLE.                                       *
      ******************************************************************
       2400-POSTEA-PAR.
      *
           MOVE WS-REG-ID-REGLA            TO WS-EDIT-REGLA.
           MOVE SPACES                     TO WS-MOV-OBSERVA.
           IF WS-PASADA-BARRIDO
              STRING 'POOL REGLA '          DELIMITED BY SIZE
                     WS-EDIT-REGLA          DELIMITED BY SIZE
                     ' BARRIDO'             DELIMITED BY SIZE
                INTO WS-MOV-OBSERVA
              END-STRING
           ELSE
              STRING 'POOL REGLA '          DELIMITED BY SIZE
                     WS-EDIT-REGLA          DELIMITED BY SIZE
                     ' FONDEO'              DELIMITED BY SIZE
                INTO WS-MOV-OBSERVA
              END-STRING
           END-IF.
      *
           MOVE WS-PAR-CEN-CARGO           TO WS-MOV-CEN-REG.
           MOVE WS-PAR-ACC-CARGO           TO WS-MOV-ACC.
           MOVE CA-COD-CARGO               TO WS-MOV-COD.
           COMPUTE WS-MOV-IMPORTE = 0 - WS-IMPORTE.
           PERFORM 2450-POSTEA-MOVIMIENTO.
           MOVE WS-MOV-NUM-OPER            TO WS-PAR-OPER-CARGO.
      *
           IF E214-RETURN-OK
              MOVE WS-PAR-CEN-ABONO        TO WS-MOV-CEN-REG
              MOVE WS-PAR-ACC-ABONO        TO WS-MOV-ACC
              MOVE CA-COD-ABONO            TO WS-MOV-COD
              MOVE WS-IMPORTE              TO WS-MOV-IMPORTE
              PERFORM 2450-POSTEA-MOVIMIENTO
              MOVE WS-MOV-NUM-OPER         TO WS-PAR-OPER-ABONO
           END-IF.
      *
           IF E214-RETURN-OK
              PERFORM 2600-REGISTRA-PAR
           END-IF.
      *
           IF E214-RETURN-OK
              PERFORM 2700-ESCRIBE-PAR
           END-IF.
      *
      ******************************************************************
      *.PN 2450-POSTEA-MOVIMIENTO: EL MOVIMIENTO EN BGDT071 CON EL     *
      *     SALDO DESPUES DEL MOVIMIENTO (T071_AUTBAL), COMO MB7C0550. *
      ******************************************************************
       2450-POSTEA-MOVIMIENTO.
      *
           MOVE ZEROES                     TO WS-MOV-NUM-OPER
                                              WS-MOV-SALDO-PREVIO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T071_NUM_OPERATION), 0) + 1,
                      COALESCE(
                      (SELECT TOP 1 U.T071_AUTBAL
                         FROM BGDT071 U
                        WHERE U.T071_ENT     = :E214-ENT-ORIGIN
                          AND U.T071_CEN_REG = :WS-MOV-CEN-REG
                          AND U.T071_ACC     = :WS-MOV-ACC
                        ORDER BY U.T071_DAT_OPERATION DESC,
                                 U.T071_NUM_OPERATION DESC), 0)
                 INTO :WS-MOV-NUM-OPER, :WS-MOV-SALDO-PREVIO
                 FROM BGDT071
                WHERE T071_ENT     = :E214-ENT-ORIGIN
                  AND T071_CEN_REG = :WS-MOV-CEN-REG
                  AND T071_ACC     = :WS-MOV-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E214-COD-RETURN
           END-IF.
      *
           IF E214-RETURN-OK
              COMPUTE WS-MOV-AUTBAL =
                      WS-MOV-SALDO-PREVIO + WS-MOV-IMPORTE
              EXEC SQL
                  INSERT INTO BGDT071
                         (T071_ENT, T071_CEN_REG, T071_ACC,
                          T071_NUM_OPERATION, T071_COD,
                          T071_DAT_OPERATION, T071_TIM_OPERATION,
                          T071_AMT, T071_AUTBAL,
                          T071_OBSERVATIONS)
                  VALUES (:E214-ENT-ORIGIN, :WS-MOV-CEN-REG,
                          :WS-MOV-ACC, :WS-MOV-NUM-OPER,
                          :WS-MOV-COD,
                          DATE(:E214-FECHA-PROCESO),
                          CHAR(CURRENT TIME),
                          :WS-MOV-IMPORTE, :WS-MOV-AUTBAL,
                          :WS-MOV-OBSERVA)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E214-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2500-LEE-SALDO: SALDO DESPUES DEL ULTIMO MOVIMIENTO.        *
      ******************************************************************
       2500-LEE-SALDO.
      *
           MOVE ZEROES                     TO WS-SALDO.
      *
           EXEC SQL
               SELECT COALESCE(
                      (SELECT TOP 1 U.T071_AUTBAL
                         FROM BGDT071 U with (nolock)
                        WHERE U.T071_ENT     = :E214-ENT-ORIGIN
                          AND U.T071_CEN_REG = :WS-SALDO-CEN
                          AND U.T071_ACC     = :WS-SALDO-ACC
                        ORDER BY U.T071_DAT_OPERATION DESC,
                                 U.T071_NUM_OPERATION DESC), 0)
                 INTO :WS-SALDO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E214-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2600-REGISTRA-PAR: EL PAR CON SU REGLA; LA LLAVE ENTIDAD +  *
      *     DIA + REGLA IMPIDE REPETIRLO EN UNA RECORRIDA.             *
      ******************************************************************
       2600-REGISTRA-PAR.
      *
           EXEC SQL
               INSERT INTO MBDT254
                      (T254_ENT, T254_FEC_PROCESO, T254_ID_REGLA,
                       T254_ID_GRUPO, T254_SENTIDO, T254_IMPORTE,
                       T254_CEN_CARGO, T254_ACC_CARGO,
                       T254_NUM_OPER_CARGO,
                       T254_CEN_ABONO, T254_ACC_ABONO,
                       T254_NUM_OPER_ABONO, T254_STP)
               VALUES (:E214-ENT-ORIGIN, DATE(:E214-FECHA-PROCESO),
                       :WS-REG-ID-REGLA, :WS-REG-ID-GRUPO,
                       :WS-PASADA, :WS-IMPORTE,
                       :WS-PAR-CEN-CARGO, :WS-PAR-ACC-CARGO,
                       :WS-PAR-OPER-CARGO,
                       :WS-PAR-CEN-ABONO, :WS-PAR-ACC-ABONO,
                       :WS-PAR-OPER-ABONO, CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E214-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2700-ESCRIBE-PAR.                                           *
      ******************************************************************
       2700-ESCRIBE-PAR.
      *
           MOVE WS-IMPORTE                 TO WS-EDIT-IMPT.
           IF WS-PASADA-BARRIDO
              MOVE 'BARRIDO'               TO WS-TIPO-PAR
           ELSE
              MOVE 'FONDEO'                TO WS-TIPO-PAR
           END-IF.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-TIPO-PAR              DELIMITED BY SPACE
                  ';GRUPO='                DELIMITED BY SIZE
                  WS-REG-ID-GRUPO          DELIMITED BY SIZE
                  ';REGLA='                DELIMITED BY SIZE
                  WS-EDIT-REGLA            DELIMITED BY SIZE
                  ';CARGO='                DELIMITED BY SIZE
                  WS-PAR-CEN-CARGO         DELIMITED BY SIZE
                  WS-PAR-ACC-CARGO         DELIMITED BY SIZE
                  ';ABONO='                DELIMITED BY SIZE
                  WS-PAR-CEN-ABONO         DELIMITED BY SIZE
                  WS-PAR-ACC-ABONO         DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2800-ESCRIBE-AVISO: REGLA NO APLICADA O FONDEO INCOMPLETO.  *
      ******************************************************************
       2800-ESCRIBE-AVISO.
      *
           MOVE WS-REG-ID-REGLA            TO WS-EDIT-REGLA.
           MOVE WS-IMP-PEDIDO              TO WS-EDIT-IMPT.
           MOVE WS-IMPORTE                 TO WS-EDIT-IMP2.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'AVISO;GRUPO='           DELIMITED BY SIZE
                  WS-REG-ID-GRUPO          DELIMITED BY SIZE
                  ';REGLA='                DELIMITED BY SIZE
                  WS-EDIT-REGLA            DELIMITED BY SIZE
                  ';SUBSIDIARIA='          DELIMITED BY SIZE
                  WS-REG-CEN-SUB           DELIMITED BY SIZE
                  WS-REG-ACC-SUB           DELIMITED BY SIZE
                  ';PEDIDO='               DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';CUBIERTO='             DELIMITED BY SIZE
                  WS-EDIT-IMP2             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MOTIVO                DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4000-POSICION: POR GRUPO Y CUENTA DE SUBSIDIARIA, LO        *
      *     BARRIDO Y FONDEADO EN EL DIA Y LA POSICION NETA ACUMULADA  *
      *     HASTA EL DIA. LA REGLA DADA DE BAJA SIGUE MIENTRAS TENGA   *
      *     MOVIMIENTOS.                                               *
      ******************************************************************
       4000-POSICION.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
           MOVE 'S'                        TO WSS-PRIMER-GRUPO.
           MOVE SPACES                     TO WS-GRUPO-ANT.
      *
           EXEC SQL
               DECLARE C214POS CURSOR FOR
               SELECT R.T253_ID_GRUPO, R.T253_CEN_SUB,
                      R.T253_ACC_SUB,
                      COALESCE(SUM(CASE
                          WHEN L.T254_SENTIDO = 'B' AND
                               L.T254_FEC_PROCESO =
                               DATE(:E214-FECHA-PROCESO)
                          THEN L.T254_IMPORTE ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN L.T254_SENTIDO = 'F' AND
                               L.T254_FEC_PROCESO =
                               DATE(:E214-FECHA-PROCESO)
                          THEN L.T254_IMPORTE ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN L.T254_SENTIDO = 'B'
                          THEN L.T254_IMPORTE
                          ELSE 0 - L.T254_IMPORTE END), 0)
                 FROM MBDT253 R
                 LEFT OUTER JOIN MBDT254 L
                   ON L.T254_ENT          = R.T253_ENT
                  AND L.T254_ID_REGLA     = R.T253_ID_REGLA
                  AND L.T254_FEC_PROCESO <= DATE(:E214-FECHA-PROCESO)
                WHERE R.T253_ENT = :E214-ENT-ORIGIN
                  AND (R.T253_ESTADO = :CA-ACTIVA OR
                       L.T254_ID_REGLA IS NOT NULL)
                GROUP BY R.T253_ID_GRUPO, R.T253_CEN_SUB,
                         R.T253_ACC_SUB
                ORDER BY R.T253_ID_GRUPO, R.T253_CEN_SUB,
                         R.T253_ACC_SUB
           END-EXEC.
      *
           EXEC SQL
               OPEN C214POS
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C214POS
                   INTO :WS-POS-ID-GRUPO, :WS-POS-CEN-SUB,
                        :WS-POS-ACC-SUB, :WS-POS-BARRIDO-HOY,
                        :WS-POS-FONDEO-HOY, :WS-POS-NETA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 4100-ESCRIBE-POSICION
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E214-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C214POS
           END-EXEC.
      *
           IF E214-RETURN-OK AND NOT WSS-PRIMER-GRUPO-SI
              PERFORM 4200-TOTAL-GRUPO
           END-IF.
      *
      ******************************************************************
      *.PN 4100-ESCRIBE-POSICION: CORTE POR GRUPO.                     *
      ******************************************************************
       4100-ESCRIBE-POSICION.
      *
           IF WS-POS-ID-GRUPO NOT EQUAL WS-GRUPO-ANT
              IF NOT WSS-PRIMER-GRUPO-SI
                 PERFORM 4200-TOTAL-GRUPO
              END-IF
              MOVE 'N'                     TO WSS-PRIMER-GRUPO
              MOVE WS-POS-ID-GRUPO         TO WS-GRUPO-ANT
              MOVE ZEROES                  TO WS-GRP-NETA
                                              WS-GRP-BARRIDO-HOY
                                              WS-GRP-FONDEO-HOY
              MOVE SPACES                  TO FR-POSICION-LINEA
              STRING 'GRUPO '              DELIMITED BY SIZE
                     WS-POS-ID-GRUPO       DELIMITED BY SIZE
                INTO FR-POSICION-LINEA
              END-STRING
              WRITE FR-POSICION-LINEA
           END-IF.
      *
           ADD WS-POS-NETA                 TO WS-GRP-NETA.
           ADD WS-POS-BARRIDO-HOY          TO WS-GRP-BARRIDO-HOY.
           ADD WS-POS-FONDEO-HOY           TO WS-GRP-FONDEO-HOY.
      *
           EVALUATE TRUE
               WHEN WS-POS-NETA > ZEROES
                    MOVE 'PRESTA AL POOL'  TO WS-MOTIVO
               WHEN WS-POS-NETA < ZEROES
                    MOVE 'TOMA DEL POOL'   TO WS-MOTIVO
               WHEN OTHER
                    MOVE 'SIN POSICION'    TO WS-MOTIVO
           END-EVALUATE.
      *
           MOVE WS-POS-BARRIDO-HOY         TO WS-EDIT-IMPT.
           MOVE WS-POS-FONDEO-HOY          TO WS-EDIT-IMP2.
           MOVE WS-POS-NETA                TO WS-EDIT-IMP3.
           MOVE SPACES                     TO FR-POSICION-LINEA.
           STRING 'POSICION;CUENTA='       DELIMITED BY SIZE
                  WS-POS-CEN-SUB           DELIMITED BY SIZE
                  WS-POS-ACC-SUB           DELIMITED BY SIZE
                  ';PRESTO HOY='           DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';TOMO HOY='             DELIMITED BY SIZE
                  WS-EDIT-IMP2             DELIMITED BY SIZE
                  ';NETA='                 DELIMITED BY SIZE
                  WS-EDIT-IMP3             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MOTIVO                DELIMITED BY SIZE
             INTO FR-POSICION-LINEA
           END-STRING.
           WRITE FR-POSICION-LINEA.
      *
      ******************************************************************
      *.PN 4200-TOTAL-GRUPO: LA NETA DEL GRUPO ES LO QUE EL HOLDING LE *
      *     DEBE (POSITIVA) O LE PRESTO (NEGATIVA) A SUS SUBSIDIARIAS. *
      ******************************************************************
       4200-TOTAL-GRUPO.
      *
           MOVE WS-GRP-BARRIDO-HOY         TO WS-EDIT-IMPT.
           MOVE WS-GRP-FONDEO-HOY          TO WS-EDIT-IMP2.
           MOVE WS-GRP-NETA                TO WS-EDIT-IMP3.
           MOVE SPACES                     TO FR-POSICION-LINEA.
           STRING 'TOTAL GRUPO '           DELIMITED BY SIZE
                  WS-GRUPO-ANT             DELIMITED BY SIZE
                  ';PRESTO HOY='           DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';TOMO HOY='             DELIMITED BY SIZE
                  WS-EDIT-IMP2             DELIMITED BY SIZE
                  ';NETA='                 DELIMITED BY SIZE
                  WS-EDIT-IMP3             DELIMITED BY SIZE
             INTO FR-POSICION-LINEA
           END-STRING.
           WRITE FR-POSICION-LINEA.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE E214-NUM-REGLAS            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL REGLAS='          DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E214-NUM-BARRIDOS          TO WS-EDIT-NUM.
           MOVE E214-IMP-BARRIDOS          TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL BARRIDOS='        DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E214-NUM-FONDEOS           TO WS-EDIT-NUM.
           MOVE E214-IMP-FONDEOS           TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL FONDEOS='         DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E214-NUM-SIN-FONDEO        TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL FONDEOS INCOMPLETOS=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REPORTE F-POSICION
           END-IF.
      *
           GOBACK.
      *
