      ******************************************************************
      *  MB9B0227: BONIFICACION MENSUAL DE COMISIONES. MERCADOTECNIA  *
      *            PROMETE EXENCIONES LIGADAS AL COMPORTAMIENTO DEL   *
      *            CLIENTE (SIN ANUALIDAD SI RECIBE NOMINA; PRIMEROS  *
      *            RETIROS ATM GRATIS EN KIDS; SIN COMISION DE        *
      *            CORRESPONSAL ARRIBA DE UN SALDO) QUE HASTA HOY SE  *
      *            DEVOLVIAN A MANO CUANDO EL CLIENTE RECLAMABA. LAS  *
      *            REGLAS VIVEN EN MBDT278 POR PRODUCTO/SUBPRODUCTO Y *
      *            CODIGO DE COMISION, CON SU CONDICION, SU PERIODO   *
      *            DE EVALUACION EN MESES Y SU VIGENCIA:              *
      *            - NO: ABONOS DE NOMINA EN EL PERIODO (MBDT163);    *
      *            - SP: SALDO PROMEDIO DEL PERIODO (FOTOS MBDT190);  *
      *            - PN: LAS PRIMERAS N COMISIONES DEL MES.           *
      *            AL CIERRE DEL MES RECORRE LOS CARGOS DE COMISION   *
      *            (LA FAMILIA DE MB9B0179) DE LAS CUENTAS DE CADA    *
      *            REGLA, Y POR CADA CARGO QUE CUMPLE POSTEA EN       *
      *            BGDT071 UN ABONO 'BCM' POR LA COMISION MAS SU IVA  *
      *            (PAREADO COMO EN MB9B0189) QUE REFERENCIA EL CARGO *
      *            BONIFICADO, Y LO REGISTRA EN MBDT279 (DE AHI LO    *
      *            TOMA EL REPORTE DE INGRESO MB9B0179). UN CARGO YA  *
      *            BONIFICADO NO SE VUELVE A ABONAR: LA RE-CORRIDA ES *
      *            SEGURA. REPORTE EN BONIFRPT.                       *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0227.
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
      *     @BAZ265    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO BONIFRPT
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
           05 WSS-FIN-REGLAS                PIC X(01) VALUE 'N'.
              88 WSS-FIN-REGLAS-SI                  VALUE 'S'.
           05 WSS-FIN-CARGOS                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CARGOS-SI                  VALUE 'S'.
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
           05 WSS-CUMPLE                    PIC X(01) VALUE 'N'.
              88 WSS-CUMPLE-SI                      VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-COD-BONIFICACION             PIC X(03)  VALUE 'BCM'.
      *
      * REGLA DE BONIFICACION EN TURNO (MBDT278).
       01  WS-REGLA.
           05 WS-REG-ID                    PIC S9(09) COMP-3.
           05 WS-REG-COD-PROD              PIC X(02).
           05 WS-REG-COD-SPROD             PIC X(04).
           05 WS-REG-COD-COMISION          PIC X(03).
           05 WS-REG-CONDICION             PIC X(02).
              88 WS-REG-NOMINA                     VALUE 'NO'.
              88 WS-REG-SALDO-PROMEDIO             VALUE 'SP'.
              88 WS-REG-PRIMERAS                   VALUE 'PN'.
           05 WS-REG-VALOR                 PIC S9(13)V9(02) COMP-3.
           05 WS-REG-MESES                 PIC S9(03) COMP-3.
      *
      * CARGO DE COMISION EN TURNO (CURSOR C227CAR); ORDEN ES SU
      * LUGAR ENTRE LOS CARGOS DEL MISMO CODIGO DE LA CUENTA EN EL MES.
       01  WS-CARGO.
           05 WS-CAR-CEN-REG               PIC X(04).
           05 WS-CAR-ACC                   PIC X(10).
           05 WS-CAR-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-CAR-FECHA                 PIC X(10).
           05 WS-CAR-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-CAR-IVA                   PIC S9(13)V9(02) COMP-3.
           05 WS-CAR-ORDEN                 PIC S9(09) COMP.
      *
      * CUENTA YA EVALUADA CONTRA LA REGLA (EL CURSOR VIENE ORDENADO
      * POR CUENTA) Y SU RESULTADO.
       01  WS-ULT-CEN-REG                  PIC X(04).
       01  WS-ULT-ACC                      PIC X(10).
       01  WS-CUENTA-CUMPLE                PIC X(01).
      *
      * MES EVALUADO Y VENTANA DEL PERIODO DE LA REGLA.
       01  WS-FEC-INI                      PIC X(10).
       01  WS-FEC-FIN                      PIC X(10).
       01  WS-FEC-VENTANA                  PIC X(10).
      *
       01  WS-NUM-NOMINA                   PIC S9(09) COMP.
       01  WS-NUM-FOTOS                    PIC S9(09) COMP.
       01  WS-SALDO-PROM                   PIC S9(13)V9(02) COMP-3.
       01  WS-MIN-NOMINA                   PIC S9(13)V9(02) COMP-3.
      *
      * ABONO DE LA BONIFICACION.
       01  WS-NUM-OPER                     PIC S9(09) COMP-3.
       01  WS-SALDO-PREVIO                 PIC S9(13)V9(02) COMP-3.
       01  WS-AUTBAL                       PIC S9(13)V9(02) COMP-3.
       01  WS-IMP-ABONO                    PIC S9(13)V9(02) COMP-3.
       01  WS-CONCEPTO                     PIC X(40).
       01  WS-EDIT-OPER                    PIC 9(09).
       01  WS-EDIT-OPER-ABONO              PIC 9(09).
       01  WS-EDIT-REGLA                   PIC 9(09).
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0227.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0227.
      *
           PERFORM 1000-START.
           IF E227-RETURN-OK
              PERFORM 2000-RECORRE-REGLAS
           END-IF.
           IF E227-RETURN-OK OR E227-RETURN-SIN-DATOS
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E227-COD-RETURN.
           MOVE 0                          TO E227-NUM-REGLAS
                                              E227-NUM-CARGOS
                                              E227-NUM-BONIFICADOS
                                              E227-IMP-BONIFICADO.
      *
           IF E227-ENT-ORIGIN  EQUAL SPACES OR
              E227-MES-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E227-COD-RETURN
           END-IF.
      *
           IF E227-RETURN-OK
              MOVE SPACES                  TO WS-FEC-INI
              STRING E227-MES-PROCESO      DELIMITED BY SPACE
                     '-01'                 DELIMITED BY SIZE
                INTO WS-FEC-INI
              END-STRING
              EXEC SQL
                  SELECT CHAR(LAST_DAY(DATE(:WS-FEC-INI)), ISO)
                    INTO :WS-FEC-FIN
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E227-COD-RETURN
              END-IF
           END-IF.
      *
           IF E227-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'BONIFICACION DE COMISIONES; MES '
                                           DELIMITED BY SIZE
                     E227-MES-PROCESO      DELIMITED BY SIZE
                     ';ENTIDAD '           DELIMITED BY SIZE
                     E227-ENT-ORIGIN       DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-RECORRE-REGLAS: REGLAS ACTIVAS CUYA VIGENCIA TOCA EL   *
      *     MES EVALUADO.                                              *
      ******************************************************************
       2000-RECORRE-REGLAS.
      *
           MOVE 'N'                        TO WSS-FIN-REGLAS.
      *
           EXEC SQL
               DECLARE C227REG CURSOR FOR
               SELECT T278_ID_REGLA, T278_COD_PRODUCT,
                      T278_COD_SPROD, T278_COD_COMISION,
                      T278_CONDICION, T278_VALOR, T278_MESES
                 FROM MBDT278 with (nolock)
                WHERE T278_ENT        = :E227-ENT-ORIGIN
                  AND T278_ESTADO     = 'A'
                  AND T278_DAT_INICIO <= DATE(:WS-FEC-FIN)
                  AND T278_DAT_FIN    >= DATE(:WS-FEC-INI)
                ORDER BY T278_ID_REGLA
           END-EXEC.
      *
           EXEC SQL
               OPEN C227REG
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-REGLAS-SI
               EXEC SQL
                   FETCH C227REG
                   INTO :WS-REG-ID, :WS-REG-COD-PROD,
                        :WS-REG-COD-SPROD, :WS-REG-COD-COMISION,
                        :WS-REG-CONDICION, :WS-REG-VALOR,
                        :WS-REG-MESES
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1              TO E227-NUM-REGLAS
                        PERFORM 2100-APLICA-REGLA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-REGLAS-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-REGLAS-SI TO TRUE
                        MOVE CA-99          TO E227-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C227REG
           END-EXEC.
      *
           IF E227-NUM-BONIFICADOS EQUAL 0 AND
              E227-COD-RETURN      EQUAL CA-00
              MOVE CA-10                   TO E227-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-APLICA-REGLA: CARGOS DEL MES CON EL CODIGO DE COMISION *
      *     DE LA REGLA EN LAS CUENTAS DE SU PRODUCTO/SUBPRODUCTO; EL  *
      *     ORDEN SE NUMERA SOBRE TODOS LOS CARGOS DEL MES (TAMBIEN    *
      *     LOS YA BONIFICADOS) PARA QUE 'PN' NO REGALE DE MAS EN LA   *
      *     RE-CORRIDA.                                                *
      ******************************************************************
       2100-APLICA-REGLA.
      *
           MOVE 'N'                        TO WSS-FIN-CARGOS.
           MOVE SPACES                     TO WS-ULT-CEN-REG
                                              WS-ULT-ACC.
           MOVE 'N'                        TO WS-CUENTA-CUMPLE.
           IF WS-REG-MESES < 1
              MOVE 1                       TO WS-REG-MESES
           END-IF.
      *
           EXEC SQL
               SELECT CHAR(ADD_MONTHS(DATE(:WS-FEC-INI),
                                      1 - :WS-REG-MESES), ISO)
                 INTO :WS-FEC-VENTANA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E227-COD-RETURN
              SET WSS-FIN-REGLAS-SI        TO TRUE
              SET WSS-FIN-CARGOS-SI        TO TRUE
           END-IF.
      *
           EXEC SQL
               DECLARE C227CAR CURSOR FOR
               SELECT X.CEN_REG, X.ACC, X.NUM_OPER,
                      CHAR(X.FEC_OPER, ISO), X.IMPORTE, X.IVA,
                      X.ORDEN
                 FROM (SELECT M.T071_CEN_REG AS CEN_REG,
                              M.T071_ACC AS ACC,
                              M.T071_NUM_OPERATION AS NUM_OPER,
                              M.T071_DAT_OPERATION AS FEC_OPER,
                              ABS(M.T071_AMT) AS IMPORTE,
                              COALESCE(
                                (SELECT SUM(ABS(I.T071_AMT))
                                   FROM BGDT071 I
                                  WHERE I.T071_ENT     = M.T071_ENT
                                    AND I.T071_CEN_REG = M.T071_CEN_REG
                                    AND I.T071_ACC     = M.T071_ACC
                                    AND I.T071_DAT_OPERATION =
                                        M.T071_DAT_OPERATION
                                    AND I.T071_NUM_OPERATION =
                                        M.T071_NUM_OPERATION + 1
                                    AND I.T071_AMT < 0
                                    AND I.T071_COD IN
                                        ('S12','N75','M31','F71',
                                         '383','193','192','R05')),
                                0) AS IVA,
                              ROW_NUMBER() OVER
                                (PARTITION BY M.T071_CEN_REG,
                                              M.T071_ACC
                                 ORDER BY M.T071_DAT_OPERATION,
                                          M.T071_NUM_OPERATION)
                                                    AS ORDEN
                         FROM BGDT071 M, BGDT041 A
                        WHERE M.T071_ENT = :E227-ENT-ORIGIN
                          AND M.T071_COD = :WS-REG-COD-COMISION
                          AND M.T071_AMT < 0
                          AND UPPER(M.T071_OBSERVATIONS)
                              LIKE 'COMISION%'
                          AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                          AND M.T071_DAT_OPERATION
                              BETWEEN DATE(:WS-FEC-INI)
                                  AND DATE(:WS-FEC-FIN)
                          AND A.T041_ENT         = M.T071_ENT
                          AND A.T041_CEN_REG     = M.T071_CEN_REG
                          AND A.T041_ACC         = M.T071_ACC
                          AND A.T041_COD_PRODUCT = :WS-REG-COD-PROD
                          AND A.T041_COD_SPROD   = :WS-REG-COD-SPROD) X
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM MBDT279 B
                        WHERE B.T279_ENT     = :E227-ENT-ORIGIN
                          AND B.T279_CEN_REG = X.CEN_REG
                          AND B.T279_ACC     = X.ACC
                          AND B.T279_NUM_OPER_CARGO = X.NUM_OPER)
                ORDER BY X.CEN_REG, X.ACC, X.NUM_OPER
           END-EXEC.
      *
           IF E227-RETURN-OK
              EXEC SQL
                  OPEN C227CAR
              END-EXEC
           END-IF.
      *
           PERFORM UNTIL WSS-FIN-CARGOS-SI
               EXEC SQL
                   FETCH C227CAR
                   INTO :WS-CAR-CEN-REG, :WS-CAR-ACC,
                        :WS-CAR-NUM-OPER, :WS-CAR-FECHA,
                        :WS-CAR-IMPORTE, :WS-CAR-IVA,
                        :WS-CAR-ORDEN
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1              TO E227-NUM-CARGOS
                        PERFORM 2200-EVALUA-CARGO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CARGOS-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CARGOS-SI TO TRUE
                        SET WSS-FIN-REGLAS-SI TO TRUE
                        MOVE CA-99          TO E227-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           IF E227-RETURN-OK
              EXEC SQL
                  CLOSE C227CAR
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN 2200-EVALUA-CARGO: 'NO' Y 'SP' SE EVALUAN UNA VEZ POR       *
      *     CUENTA; 'PN' POR EL LUGAR DEL CARGO EN EL MES.             *
      ******************************************************************
       2200-EVALUA-CARGO.
      *
           IF WS-CAR-CEN-REG NOT EQUAL WS-ULT-CEN-REG OR
              WS-CAR-ACC     NOT EQUAL WS-ULT-ACC
              MOVE WS-CAR-CEN-REG          TO WS-ULT-CEN-REG
              MOVE WS-CAR-ACC              TO WS-ULT-ACC
              PERFORM 2210-EVALUA-CUENTA
           END-IF.
      *
           MOVE 'N'                        TO WSS-CUMPLE.
           EVALUATE TRUE
               WHEN WS-REG-PRIMERAS
                    IF WS-CAR-ORDEN NOT GREATER WS-REG-VALOR
                       MOVE 'S'            TO WSS-CUMPLE
                    END-IF
               WHEN WS-REG-NOMINA
               WHEN WS-REG-SALDO-PROMEDIO
                    MOVE WS-CUENTA-CUMPLE  TO WSS-CUMPLE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
           IF E227-RETURN-OK AND WSS-CUMPLE-SI
              PERFORM 2300-POSTEA-BONIFICACION
           END-IF.
      *
      ******************************************************************
      *.PN 2210-EVALUA-CUENTA: CONDICION DE LA CUENTA EN LA VENTANA DE *
      *     LA REGLA (LOS MESES DEL PERIODO QUE TERMINAN CON EL MES    *
      *     EVALUADO). 'NO' PIDE AL MENOS T278_VALOR ABONOS DE NOMINA  *
      *     (UNO SI VIENE EN CERO); 'SP' PIDE FOTOS DE SALDO EN EL     *
      *     PERIODO Y SU PROMEDIO IGUAL O MAYOR A T278_VALOR.          *
      ******************************************************************
       2210-EVALUA-CUENTA.
      *
           MOVE 'N'                        TO WS-CUENTA-CUMPLE.
      *
           IF WS-REG-NOMINA
              MOVE 0                       TO WS-NUM-NOMINA
              EXEC SQL
                  SELECT COALESCE(SUM(T163_NUM_NOMINA), 0)
                    INTO :WS-NUM-NOMINA
                    FROM MBDT163 with (nolock)
                   WHERE T163_ENT         = :E227-ENT-ORIGIN
                     AND T163_CEN_REG     = :WS-CAR-CEN-REG
                     AND T163_ACC         = :WS-CAR-ACC
                     AND T163_DAT_PROCESO >= DATE(:WS-FEC-VENTANA)
                     AND T163_DAT_PROCESO <= DATE(:WS-FEC-FIN)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE WS-REG-VALOR         TO WS-MIN-NOMINA
                 IF WS-MIN-NOMINA < 1
                    MOVE 1                 TO WS-MIN-NOMINA
                 END-IF
                 IF WS-NUM-NOMINA NOT LESS WS-MIN-NOMINA
                    MOVE 'S'               TO WS-CUENTA-CUMPLE
                 END-IF
              ELSE
                 MOVE CA-99                TO E227-COD-RETURN
                 SET WSS-FIN-CARGOS-SI     TO TRUE
                 SET WSS-FIN-REGLAS-SI     TO TRUE
              END-IF
           END-IF.
      *
           IF WS-REG-SALDO-PROMEDIO
              MOVE 0                       TO WS-NUM-FOTOS
                                              WS-SALDO-PROM
              EXEC SQL
                  SELECT COUNT(*), COALESCE(AVG(T190_SALDO), 0)
                    INTO :WS-NUM-FOTOS, :WS-SALDO-PROM
                    FROM MBDT190 with (nolock)
                   WHERE T190_ENT      = :E227-ENT-ORIGIN
                     AND T190_CEN_REG  = :WS-CAR-CEN-REG
                     AND T190_ACC      = :WS-CAR-ACC
                     AND T190_DAT_FOTO >= DATE(:WS-FEC-VENTANA)
                     AND T190_DAT_FOTO <= DATE(:WS-FEC-FIN)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 IF WS-NUM-FOTOS > 0 AND
                    WS-SALDO-PROM NOT LESS WS-REG-VALOR
                    MOVE 'S'               TO WS-CUENTA-CUMPLE
                 END-IF
              ELSE
                 MOVE CA-99                TO E227-COD-RETURN
                 SET WSS-FIN-CARGOS-SI     TO TRUE
                 SET WSS-FIN-REGLAS-SI     TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2300-POSTEA-BONIFICACION: ABONO 'BCM' EN BGDT071 CON FECHA  *
      *     DE CIERRE DEL MES Y EL SALDO DESPUES DEL MOVIMIENTO        *
      *     MANTENIDO (COMO 2250-POSTEA-CARGO-CUENTA DE MB9B0163); EL  *
      *     CONCEPTO LLEVA LA OPERACION DEL CARGO BONIFICADO Y MBDT279 *
      *     AMARRA AMBOS MOVIMIENTOS CON LA REGLA.                     *
      ******************************************************************
       2300-POSTEA-BONIFICACION.
      *
           MOVE 0                          TO WS-NUM-OPER
                                              WS-SALDO-PREVIO.
           EXEC SQL
               SELECT COALESCE(MAX(T071_NUM_OPERATION), 0) + 1,
                      COALESCE(
                      (SELECT TOP 1 U.T071_AUTBAL
                         FROM BGDT071 U
                        WHERE U.T071_ENT     = :E227-ENT-ORIGIN
                          AND U.T071_CEN_REG = :WS-CAR-CEN-REG
                          AND U.T071_ACC     = :WS-CAR-ACC
                        ORDER BY U.T071_DAT_OPERATION DESC,
                                 U.T071_NUM_OPERATION DESC), 0)
                 INTO :WS-NUM-OPER, :WS-SALDO-PREVIO
                 FROM BGDT071
                WHERE T071_ENT     = :E227-ENT-ORIGIN
                  AND T071_CEN_REG = :WS-CAR-CEN-REG
                  AND T071_ACC     = :WS-CAR-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E227-COD-RETURN
              SET WSS-FIN-CARGOS-SI        TO TRUE
              SET WSS-FIN-REGLAS-SI        TO TRUE
           END-IF.
      *
           IF E227-RETURN-OK
              COMPUTE WS-IMP-ABONO = WS-CAR-IMPORTE + WS-CAR-IVA
              COMPUTE WS-AUTBAL = WS-SALDO-PREVIO + WS-IMP-ABONO
              MOVE WS-CAR-NUM-OPER         TO WS-EDIT-OPER
              MOVE SPACES                  TO WS-CONCEPTO
              STRING 'BONIFICACION COMISION OP '
                                           DELIMITED BY SIZE
                     WS-EDIT-OPER          DELIMITED BY SIZE
                INTO WS-CONCEPTO
              END-STRING
              EXEC SQL
                  INSERT INTO BGDT071
                         (T071_ENT, T071_CEN_REG, T071_ACC,
                          T071_NUM_OPERATION, T071_COD,
                          T071_DAT_OPERATION, T071_TIM_OPERATION,
                          T071_AMT, T071_AUTBAL,
                          T071_OBSERVATIONS)
                  VALUES (:E227-ENT-ORIGIN, :WS-CAR-CEN-REG,
                          :WS-CAR-ACC, :WS-NUM-OPER,
                          :CA-COD-BONIFICACION,
                          DATE(:WS-FEC-FIN),
                          CHAR(CURRENT TIME),
                          :WS-IMP-ABONO, :WS-AUTBAL,
                          :WS-CONCEPTO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E227-COD-RETURN
                 SET WSS-FIN-CARGOS-SI     TO TRUE
                 SET WSS-FIN-REGLAS-SI     TO TRUE
              END-IF
           END-IF.
      *
           IF E227-RETURN-OK
              EXEC SQL
                  INSERT INTO MBDT279
                         (T279_ENT, T279_CEN_REG, T279_ACC,
                          T279_NUM_OPER_CARGO, T279_DAT_CARGO,
                          T279_ID_REGLA, T279_COD_PRODUCT,
                          T279_COD_SPROD, T279_COD_COMISION,
                          T279_MES, T279_IMP_COMISION, T279_IMP_IVA,
                          T279_NUM_OPER_ABONO, T279_DAT_ABONO,
                          T279_STP_LASTMOD)
                  VALUES (:E227-ENT-ORIGIN, :WS-CAR-CEN-REG,
                          :WS-CAR-ACC, :WS-CAR-NUM-OPER,
                          DATE(:WS-CAR-FECHA), :WS-REG-ID,
                          :WS-REG-COD-PROD, :WS-REG-COD-SPROD,
                          :WS-REG-COD-COMISION, :E227-MES-PROCESO,
                          :WS-CAR-IMPORTE, :WS-CAR-IVA,
                          :WS-NUM-OPER, DATE(:WS-FEC-FIN),
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 ADD 1                     TO E227-NUM-BONIFICADOS
                 ADD WS-IMP-ABONO          TO E227-IMP-BONIFICADO
                 PERFORM 2900-ESCRIBE-BONIFICACION
              ELSE
                 MOVE CA-99                TO E227-COD-RETURN
                 SET WSS-FIN-CARGOS-SI     TO TRUE
                 SET WSS-FIN-REGLAS-SI     TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-BONIFICACION.                                  *
      ******************************************************************
       2900-ESCRIBE-BONIFICACION.
      *
           MOVE WS-REG-ID                  TO WS-EDIT-REGLA.
           MOVE WS-NUM-OPER                TO WS-EDIT-OPER-ABONO.
           MOVE WS-IMP-ABONO               TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'BONIFICADO;REGLA='      DELIMITED BY SIZE
                  WS-EDIT-REGLA            DELIMITED BY SIZE
                  ';CUENTA='               DELIMITED BY SIZE
                  WS-CAR-CEN-REG           DELIMITED BY SIZE
                  WS-CAR-ACC               DELIMITED BY SIZE
                  ';CARGO='                DELIMITED BY SIZE
                  WS-EDIT-OPER             DELIMITED BY SIZE
                  ';ABONO='                DELIMITED BY SIZE
                  WS-EDIT-OPER-ABONO       DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4000-TOTALES.                                               *
      ******************************************************************
       4000-TOTALES.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E227-NUM-REGLAS            TO WS-EDIT-NUM.
           STRING 'REGLAS EVALUADAS='      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E227-NUM-CARGOS            TO WS-EDIT-NUM.
           STRING 'CARGOS EVALUADOS='      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E227-NUM-BONIFICADOS       TO WS-EDIT-NUM.
           MOVE E227-IMP-BONIFICADO        TO WS-EDIT-IMPT.
           STRING 'CARGOS BONIFICADOS='    DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
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
