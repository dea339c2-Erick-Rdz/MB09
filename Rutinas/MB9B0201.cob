      ******************************************************************
      *  MB9B0201: RECONOCIMIENTO DE LIQUIDACIONES ANTICIPADAS DE     *
      *            PRESTAMO. MB7C0480 EMITE LA COTIZACION DE          *
      *            LIQUIDACION (MBDT222) VALIDA HASTA SU FECHA DE     *
      *            CORTE. ESTE BATCH DIARIO:                          *
      *            (1) COTEJA CADA COTIZACION VIGENTE CONTRA LOS      *
      *            PAGOS DE PRESTAMO DEL DIA EN BGDT071 (LOS CODIGOS  *
      *            DE PAGO DE 28888: M97/D23/C42/020/D25/R97; LOS     *
      *            MISMOS QUE VIGILA MB9B0184); EL PAGO QUE CUBRE EL  *
      *            TOTAL COTIZADO ES LA LIQUIDACION: LA COTIZACION    *
      *            SE MARCA USADA ('US') CON EL PAGO QUE LA CUBRIO;   *
      *            SE AVISA AL CLIENTE (OUTBOX MB7C0150 TIPO 'LIQP')  *
      *            Y SE DEJA EN EL ARCHIVO LIQPREST PARA EL CIERRE    *
      *            DEL CREDITO;                                       *
      *            (2) LAS COTIZACIONES VIGENTES CUYA FECHA DE        *
      *            VIGENCIA YA PASO SE MARCAN VENCIDAS ('VE').        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0201.
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
      *     @BAZ235    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-LIQUIDA ASSIGN TO LIQPREST
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-LIQUIDA
           RECORDING MODE IS F.
       01  FR-LIQUIDA-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-VIGENTE                      PIC X(02)  VALUE 'VI'.
       01  CA-USADA                        PIC X(02)  VALUE 'US'.
       01  CA-VENCIDA                      PIC X(02)  VALUE 'VE'.
       01  CA-MB7C0150                     PIC X(08)  VALUE 'MB7C0150'.
      *
      * COTIZACION VIGENTE EN TURNO.
       01  WS-COTIZA.
           05 WS-COT-NUM-COTIZA            PIC S9(09) COMP-3.
           05 WS-COT-CEN-REG               PIC X(04).
           05 WS-COT-ACC                   PIC X(10).
           05 WS-COT-TOTAL                 PIC S9(13)V9(02) COMP-3.
      *
      * PAGO DE PRESTAMO QUE CUBRE LA COTIZACION.
       01  WS-PAGO.
           05 WS-PAG-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-PAG-IMPORTE               PIC S9(13)V9(02) COMP-3.
      *
       01  WS-NUM-VENCIDAS                 PIC S9(09) COMP.
      *
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01  VA-MBEC0150.
           COPY MBEC0150.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-PAGO                    PIC -(13)9.99.
       01  WS-EDIT-COTIZA                  PIC 9(09).
       01  WS-EDIT-OPER                    PIC 9(09).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0201.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0201.
      *
           PERFORM 1000-START.
           IF E201-RETURN-OK
              PERFORM 2000-COTEJA-PAGOS
           END-IF.
           IF E201-RETURN-OK
              PERFORM 3000-VENCE-COTIZACIONES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E201-COD-RETURN.
           MOVE 0                          TO E201-NUM-USADAS
                                              E201-NUM-VENCIDAS
                                              E201-IMP-LIQUIDADO.
      *
           IF E201-ENT-ORIGIN    EQUAL SPACES OR
              E201-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E201-COD-RETURN
           END-IF.
      *
           IF E201-RETURN-OK
              OPEN OUTPUT F-LIQUIDA
              SET WSS-FILE-ABIERTO-SI      TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2000-COTEJA-PAGOS: COTIZACIONES VIGENTES EL DIA DE PROCESO  *
      *     (EMITIDAS A MAS TARDAR ESE DIA Y CON VIGENCIA NO VENCIDA). *
      ******************************************************************
       2000-COTEJA-PAGOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C201COT CURSOR FOR
               SELECT T222_NUM_COTIZA, T222_CEN_REG, T222_ACC,
                      T222_TOTAL
                 FROM MBDT222 with (nolock)
                WHERE T222_ENT    = :E201-ENT-ORIGIN
                  AND T222_ESTADO = :CA-VIGENTE
                  AND T222_FEC_COTIZA   <= DATE(:E201-FECHA-PROCESO)
                  AND T222_FEC_VIGENCIA >= DATE(:E201-FECHA-PROCESO)
                ORDER BY T222_CEN_REG, T222_ACC, T222_NUM_COTIZA
           END-EXEC.
      *
           EXEC SQL
               OPEN C201COT
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C201COT
                   INTO :WS-COT-NUM-COTIZA, :WS-COT-CEN-REG,
                        :WS-COT-ACC, :WS-COT-TOTAL
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-BUSCA-PAGO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E201-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C201COT
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-BUSCA-PAGO: EL PRIMER PAGO DE PRESTAMO DEL DIA EN LA   *
      *     CUENTA QUE CUBRE EL TOTAL COTIZADO. UN PAGO MENOR ES UNA   *
      *     CUOTA O ABONO PARCIAL Y NO LIQUIDA.                        *
      ******************************************************************
       2100-BUSCA-PAGO.
      *
           MOVE 0                          TO WS-PAG-NUM-OPER
                                              WS-PAG-IMPORTE.
      *
           EXEC SQL
               SELECT TOP 1 T071_NUM_OPERATION, ABS(T071_AMT)
                 INTO :WS-PAG-NUM-OPER, :WS-PAG-IMPORTE
                 FROM BGDT071 with (nolock)
                WHERE T071_ENT     = :E201-ENT-ORIGIN
                  AND T071_CEN_REG = :WS-COT-CEN-REG
                  AND T071_ACC     = :WS-COT-ACC
                  AND T071_COD IN ('M97','D23','C42',
                                   '020','D25','R97')
                  AND T071_DAT_OPERATION =
                      DATE(:E201-FECHA-PROCESO)
                  AND ABS(T071_AMT) >= :WS-COT-TOTAL
                ORDER BY T071_NUM_OPERATION
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    PERFORM 2200-MARCA-USADA
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E201-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2200-MARCA-USADA: LA RE-CORRIDA NO DUPLICA (SOLO SE MARCA   *
      *     LA QUE SIGUE VIGENTE).                                     *
      ******************************************************************
       2200-MARCA-USADA.
      *
           EXEC SQL
               UPDATE MBDT222
                  SET T222_ESTADO        = :CA-USADA,
                      T222_NUM_OPER_PAGO = :WS-PAG-NUM-OPER,
                      T222_IMP_PAGADO    = :WS-PAG-IMPORTE,
                      T222_FEC_USO       = DATE(:E201-FECHA-PROCESO),
                      T222_STP_LASTMOD   = CURRENT TIMESTAMP
                WHERE T222_ENT        = :E201-ENT-ORIGIN
                  AND T222_NUM_COTIZA = :WS-COT-NUM-COTIZA
                  AND T222_ESTADO     = :CA-VIGENTE
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    ADD 1                  TO E201-NUM-USADAS
                    ADD WS-PAG-IMPORTE     TO E201-IMP-LIQUIDADO
                    PERFORM 2500-AVISA-CLIENTE
                    PERFORM 2900-ESCRIBE-LIQUIDACION
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E201-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2500-AVISA-CLIENTE.                                         *
      ******************************************************************
       2500-AVISA-CLIENTE.
      *
           MOVE 'LIQP'                     TO PR-EVT-TIPO.
           MOVE E201-ENT-ORIGIN            TO PR-EVT-ENT.
           MOVE SPACES                     TO PR-EVT-CUENTA.
           STRING WS-COT-CEN-REG           DELIMITED BY SIZE
                  WS-COT-ACC               DELIMITED BY SIZE
             INTO PR-EVT-CUENTA
           END-STRING.
           MOVE WS-PAG-IMPORTE             TO PR-EVT-IMPORTE.
           MOVE WS-COT-NUM-COTIZA          TO PR-EVT-REFERENCIA.
           MOVE 'TU PRESTAMO QUEDO LIQUIDADO'
                                           TO PR-EVT-DETALLE.
           MOVE SPACES                     TO PR-EVT-COD-RETURN.
      *
           CALL CA-MB7C0150 USING VA-MBEC0150.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-LIQUIDACION.                                   *
      ******************************************************************
       2900-ESCRIBE-LIQUIDACION.
      *
           MOVE WS-COT-TOTAL               TO WS-EDIT-IMPT.
           MOVE WS-PAG-IMPORTE             TO WS-EDIT-PAGO.
           MOVE WS-COT-NUM-COTIZA          TO WS-EDIT-COTIZA.
           MOVE WS-PAG-NUM-OPER            TO WS-EDIT-OPER.
           MOVE SPACES                     TO FR-LIQUIDA-LINEA.
           STRING 'LIQUIDADO;'             DELIMITED BY SIZE
                  WS-COT-CEN-REG           DELIMITED BY SIZE
                  WS-COT-ACC               DELIMITED BY SIZE
                  ';COTIZACION='           DELIMITED BY SIZE
                  WS-EDIT-COTIZA           DELIMITED BY SIZE
                  ';TOTAL='                DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';PAGADO='               DELIMITED BY SIZE
                  WS-EDIT-PAGO             DELIMITED BY SIZE
                  ';OPERACION='            DELIMITED BY SIZE
                  WS-EDIT-OPER             DELIMITED BY SIZE
             INTO FR-LIQUIDA-LINEA
           END-STRING.
           WRITE FR-LIQUIDA-LINEA.
      *
      ******************************************************************
      *.PN 3000-VENCE-COTIZACIONES: VIGENCIA VENCIDA SIN PAGO.         *
      ******************************************************************
       3000-VENCE-COTIZACIONES.
      *
           MOVE 0                          TO WS-NUM-VENCIDAS.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-VENCIDAS
                 FROM MBDT222 with (nolock)
                WHERE T222_ENT    = :E201-ENT-ORIGIN
                  AND T222_ESTADO = :CA-VIGENTE
                  AND T222_FEC_VIGENCIA < DATE(:E201-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E201-COD-RETURN
           END-IF.
      *
           IF E201-RETURN-OK AND WS-NUM-VENCIDAS > ZEROES
              EXEC SQL
                  UPDATE MBDT222
                     SET T222_ESTADO      = :CA-VENCIDA,
                         T222_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T222_ENT    = :E201-ENT-ORIGIN
                     AND T222_ESTADO = :CA-VIGENTE
                     AND T222_FEC_VIGENCIA <
                         DATE(:E201-FECHA-PROCESO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE WS-NUM-VENCIDAS      TO E201-NUM-VENCIDAS
              ELSE
                 MOVE CA-99                TO E201-COD-RETURN
              END-IF
           END-IF.
      *
           IF E201-NUM-USADAS   EQUAL 0 AND
              E201-NUM-VENCIDAS EQUAL 0 AND
              E201-COD-RETURN   EQUAL CA-00
              MOVE CA-10                   TO E201-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-LIQUIDA
           END-IF.
      *
           GOBACK.
      *
