      ******************************************************************
      *  MB9B0195: REPORTE DE INGRESO POR DIFERENCIAL CAMBIARIO        *
      *            (SPREAD) POR SUCURSAL, REGION, DIVISA Y CANAL.     *
      *            CADA MOVIMIENTO DOLARIZADO GUARDA SU TIPO DE       *
      *            CAMBIO RESUELTO EN MBDT142 (28895-REGISTRA-TIPCAM- *
      *            HIST DE MB2C0009) Y TC9B0810 CARGA EL FIX OFICIAL  *
      *            EN TCDT081; AQUI SE MIDE LO QUE SE GANA:           *
      *            - 'D' DIARIO: CADA MOVIMIENTO CONVERTIDO DEL DIA   *
      *              (MONEDA DE LA OPERACION DISTINTA A LA DE LA      *
      *              CUENTA) SE COMPARA CONTRA EL FIX DE SU FECHA Y   *
      *              CONTRA EL TIPO REGIONAL DE SU SUCURSAL (REGION   *
      *              TCDT010 0405; FACTOR 0404 POR REGION+DIVISA; LA  *
      *              MISMA FORMULA DE TC7C0820 QUE USA TC9B0820). EL  *
      *              DETALLE QUEDA EN MBDT216.                        *
      *            - 'M' MENSUAL: SE REPORTA EL MES CON LO GUARDADO   *
      *              POR LAS CORRIDAS DIARIAS.                        *
      *            EN AMBOS EL REPORTE (FXRPT) LLEVA LAS EXCEPCIONES  *
      *            DE PERDIDA (TIPO APLICADO PEOR PARA EL BANCO QUE   *
      *            EL FIX) PARA TESORERIA Y LOS TOTALES POR SUCURSAL; *
      *            REGION; DIVISA Y CANAL.                            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0195.
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
      *     @BAZ229    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO FXRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-FACTOR                    PIC X(01) VALUE 'N'.
              88 WSS-FACTOR-SI                      VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-TBL-0404                     PIC X(04)  VALUE '0404'.
       01  CA-TBL-0405                     PIC X(04)  VALUE '0405'.
       01  CA-VENTA                        PIC X(01)  VALUE 'V'.
       01  CA-PERDIDA-SI                   PIC X(01)  VALUE 'S'.
       01  CA-PERDIDA-NO                   PIC X(01)  VALUE 'N'.
      *
      * PERIODO DEL REPORTE (EL DIA O EL MES DE LA FECHA DE PROCESO).
       01  WS-PERIODO.
           05 WS-FEC-INI                   PIC X(10).
           05 WS-FEC-FIN                   PIC X(10).
      *
      * MOVIMIENTO CONVERTIDO EN TURNO CON SUS TIPOS DE CAMBIO.
       01  WS-MOVTO.
           05 WS-MOV-CEN-REG               PIC X(04).
           05 WS-MOV-ACC                   PIC X(10).
           05 WS-MOV-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-MOV-FCC                   PIC X(03).
           05 WS-MOV-CANAL                 PIC X(03).
           05 WS-MOV-TIPO                  PIC X(01).
              88 WS-MOV-VENTA                      VALUE 'V'.
              88 WS-MOV-COMPRA                     VALUE 'C'.
           05 WS-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-MOV-BIDRATE               PIC S9(06)V9(06) COMP-3.
           05 WS-MOV-OFFERRATE             PIC S9(06)V9(06) COMP-3.
           05 WS-MOV-FIX                   PIC S9(06)V9(06) COMP-3.
      *
      * RESULTADO DEL MOVIMIENTO: TIPO APLICADO (MBDT142), TIPO
      * REGIONAL DE LA SUCURSAL E INGRESO CONTRA EL FIX EN PESOS.
       01  WS-RESULTADO.
           05 WS-RES-REGION                PIC X(05).
           05 WS-RES-TC-APLICADO           PIC S9(06)V9(06) COMP-3.
           05 WS-RES-TC-REGIONAL           PIC S9(06)V9(06) COMP-3.
           05 WS-RES-INGRESO               PIC S9(13)V9(02) COMP-3.
           05 WS-RES-PERDIDA               PIC X(01).
      *
      * FACTOR REGIONAL DE LA ULTIMA SUCURSAL+DIVISA RESUELTA (EL
      * CURSOR VIENE ORDENADO POR SUCURSAL Y DIVISA).
       01  WS-ULT-CEN-REG                  PIC X(04)  VALUE SPACES.
       01  WS-ULT-FCC                      PIC X(03)  VALUE SPACES.
       01  WS-CLAVE-REGION                 PIC X(05).
       01  WS-CLAVE-FACTOR                 PIC X(05).
       01 VA-TCTC4041.
          COPY TCTC4041.
      *
      * RENGLON DE EXCEPCION LEIDO DE MBDT216.
       01  WS-EXCEPCION.
           05 WS-EXC-FECHA                 PIC X(10).
           05 WS-EXC-CEN-REG               PIC X(04).
           05 WS-EXC-REGION                PIC X(05).
           05 WS-EXC-ACC                   PIC X(10).
           05 WS-EXC-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-EXC-FCC                   PIC X(03).
           05 WS-EXC-CANAL                 PIC X(03).
           05 WS-EXC-TIPO                  PIC X(01).
           05 WS-EXC-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-EXC-TC-APLICADO           PIC S9(06)V9(06) COMP-3.
           05 WS-EXC-TC-REGIONAL           PIC S9(06)V9(06) COMP-3.
           05 WS-EXC-TC-FIX                PIC S9(06)V9(06) COMP-3.
           05 WS-EXC-INGRESO               PIC S9(13)V9(02) COMP-3.
      *
      * RENGLON DE TOTALES: DIMENSION ('SUC','REG','DIV','CAN'), SU
      * LLAVE Y LA DIVISA (LOS IMPORTES NO SE MEZCLAN ENTRE DIVISAS).
       01  WS-TOTAL.
           05 WS-TOT-DIMENSION             PIC X(03).
           05 WS-TOT-LLAVE                 PIC X(05).
           05 WS-TOT-FCC                   PIC X(03).
           05 WS-TOT-NUM                   PIC S9(09) COMP.
           05 WS-TOT-IMPORTE               PIC S9(15)V9(02) COMP-3.
           05 WS-TOT-INGRESO               PIC S9(15)V9(02) COMP-3.
           05 WS-TOT-PERDIDAS              PIC S9(09) COMP.
      *
       01  WS-NUM-MOVTOS                   PIC S9(09) COMP.
       01  WS-NUM-PERDIDAS                 PIC S9(09) COMP.
       01  WS-IMP-INGRESO                  PIC S9(15)V9(02) COMP-3.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-IMPT2                   PIC -(15)9.99.
       01  WS-EDIT-TC1                     PIC -(5)9.9(6).
       01  WS-EDIT-TC2                     PIC -(5)9.9(6).
       01  WS-EDIT-TC3                     PIC -(5)9.9(6).
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-NUM2                    PIC ZZZZZZZZ9.
       01  WS-EDIT-NOPE                    PIC 9(09).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0195.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0195.
      *
           PERFORM 1000-START.
           IF E195-RETURN-OK AND E195-PERIODO-DIARIO
              PERFORM 2000-CALCULA-DIARIO
           END-IF.
           IF E195-RETURN-OK
              PERFORM 3000-RESUMEN
           END-IF.
           IF E195-RETURN-OK
              PERFORM 3100-EXCEPCIONES
           END-IF.
           IF E195-RETURN-OK
              PERFORM 3200-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E195-COD-RETURN.
           MOVE 0                          TO E195-NUM-MOVTOS
                                              E195-NUM-PERDIDAS
                                              E195-NUM-SIN-FIX
                                              E195-IMP-INGRESO.
      *
           IF E195-ENT-ORIGIN EQUAL SPACES OR
              E195-FECHA      EQUAL SPACES OR
              NOT (E195-PERIODO-DIARIO OR E195-PERIODO-MENSUAL)
              MOVE CA-99                   TO E195-COD-RETURN
           END-IF.
      *
           IF E195-RETURN-OK
              IF E195-PERIODO-DIARIO
                 MOVE E195-FECHA           TO WS-FEC-INI
                                              WS-FEC-FIN
              ELSE
                 MOVE E195-FECHA           TO WS-FEC-INI
                 MOVE '01'                 TO WS-FEC-INI(9:2)
                 EXEC SQL
                     SELECT CHAR(LAST_DAY(DATE(:WS-FEC-INI)), ISO)
                       INTO :WS-FEC-FIN
                       FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 MOVE SQLCODE              TO SQL-VALUES
                 IF NOT SQL-88-OK
                    MOVE CA-99             TO E195-COD-RETURN
                 END-IF
              END-IF
           END-IF.
      *
           IF E195-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'INGRESO POR SPREAD CAMBIARIO ENTIDAD '
                                           DELIMITED BY SIZE
                     E195-ENT-ORIGIN       DELIMITED BY SIZE
                     ' PERIODO '           DELIMITED BY SIZE
                     E195-PERIODO          DELIMITED BY SIZE
                     ' DEL '               DELIMITED BY SIZE
                     WS-FEC-INI            DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     WS-FEC-FIN            DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CALCULA-DIARIO: LOS MOVIMIENTOS CONVERTIDOS DEL DIA    *
      *     CON EL TIPO QUE LES RESOLVIO MB2C0009 (EL ULTIMO REGISTRO  *
      *     DE MBDT142 POR CUENTA/OPERACION/FECHA; SIN LOS QUE NO SE   *
      *     PUDIERON RESOLVER, ORIGEN 'Z') Y EL FIX DE SU FECHA (SIN   *
      *     COTIZACION ESE DIA: LA ULTIMA ANTERIOR, COMO MB9B0191). EL *
      *     DETALLE DEL DIA SE REEMPLAZA PARA PERMITIR LA RECORRIDA.   *
      *     LA VENTA DE DIVISA ES EL ABONO A LA CUENTA EN DIVISA O EL  *
      *     CARGO A LA CUENTA EN PESOS; LO DEMAS ES COMPRA.            *
      ******************************************************************
       2000-CALCULA-DIARIO.
      *
           EXEC SQL
               DELETE FROM MBDT216
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA = DATE(:E195-FECHA)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E195-COD-RETURN
           END-IF.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C195MOV CURSOR FOR
               SELECT X.CEN_REG, X.ACC, X.NUM_OPER, X.FCC, X.CANAL,
                      X.TIPO, X.IMPORTE, X.BIDRATE, X.OFFERRATE,
                      COALESCE(
                        (SELECT R.FIXRATE
                           FROM TCDT081 R with (nolock)
                          WHERE R.COD_ENTITY = :E195-ENT-ORIGIN
                            AND R.COD_FCC    = X.FCC
                            AND R.FLG_FCCB3  = 'B'
                            AND R.DAT_EXCHANGE =
                                (SELECT MAX(R2.DAT_EXCHANGE)
                                   FROM TCDT081 R2
                                  WHERE R2.COD_ENTITY =
                                        :E195-ENT-ORIGIN
                                    AND R2.COD_FCC   = X.FCC
                                    AND R2.FLG_FCCB3 = 'B'
                                    AND R2.DAT_EXCHANGE <=
                                        DATE(:E195-FECHA))),
                        0)
                 FROM (SELECT M.T071_CEN_REG AS CEN_REG,
                              M.T071_ACC AS ACC,
                              M.T071_NUM_OPERATION AS NUM_OPER,
                              CASE WHEN M.T071_FCC <> 'MXN'
                                   THEN M.T071_FCC
                                   ELSE M.T071_OCC
                              END AS FCC,
                              CASE
                                WHEN M.T071_COD IN ('W50','Q54','000',
                                                    'T27') THEN 'COR'
                                WHEN M.T071_COD IN ('J15','J14')
                                  OR T.DTA_TBLKEY IS NOT NULL
                                  OR SUBSTR(M.T071_NETNAMEUPD, 1, 3)
                                     = 'ATM' THEN 'ATM'
                                ELSE 'SUC'
                              END AS CANAL,
                              CASE WHEN (M.T071_FCC <> 'MXN' AND
                                         M.T071_AMT > 0) OR
                                        (M.T071_FCC =  'MXN' AND
                                         M.T071_AMT < 0)
                                   THEN 'V' ELSE 'C'
                              END AS TIPO,
                              CASE WHEN M.T071_FCC <> 'MXN'
                                   THEN ABS(M.T071_AMT)
                                   ELSE ABS(COALESCE(M.T071_AMT_ORIGIN,
                                                     0))
                              END AS IMPORTE,
                              H.T142_BIDRATE AS BIDRATE,
                              H.T142_OFFERRATE AS OFFERRATE
                         FROM BGDT071 M
                         JOIN MBDT142 H
                           ON H.T142_ENT_ORIGIN    = M.T071_ENT
                          AND H.T142_ACC           = M.T071_ACC
                          AND H.T142_COD_OPERATION = M.T071_COD
                          AND H.T142_DAT_EXCHANGE  = :E195-FECHA
                          AND H.T142_ORIGEN_TIPCAM <> 'Z'
                          AND H.T142_STP_LASTMOD =
                              (SELECT MAX(H2.T142_STP_LASTMOD)
                                 FROM MBDT142 H2
                                WHERE H2.T142_ENT_ORIGIN =
                                      H.T142_ENT_ORIGIN
                                  AND H2.T142_ACC = H.T142_ACC
                                  AND H2.T142_COD_OPERATION =
                                      H.T142_COD_OPERATION
                                  AND H2.T142_DAT_EXCHANGE =
                                      H.T142_DAT_EXCHANGE)
                         LEFT OUTER JOIN TCDT010 T
                           ON T.COD_TABLE = '0497'
                          AND T.LNG_DATA  = 'E'
                          AND T.KEY_TABLE = M.T071_NETNAMEUPD
                          AND T.ENTITY    = '0127'
                        WHERE M.T071_ENT = :E195-ENT-ORIGIN
                          AND M.T071_DAT_OPERATION = DATE(:E195-FECHA)
                          AND COALESCE(M.T071_OCC, ' ') <> ' '
                          AND M.T071_OCC <> M.T071_FCC
                          AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S') X
                ORDER BY X.CEN_REG, X.FCC, X.ACC, X.NUM_OPER
           END-EXEC.
      *
           IF E195-RETURN-OK
              EXEC SQL
                  OPEN C195MOV
              END-EXEC
              PERFORM UNTIL WSS-FIN-CURSOR-SI
                  EXEC SQL
                      FETCH C195MOV
                      INTO :WS-MOV-CEN-REG, :WS-MOV-ACC,
                           :WS-MOV-NUM-OPER, :WS-MOV-FCC,
                           :WS-MOV-CANAL, :WS-MOV-TIPO,
                           :WS-MOV-IMPORTE, :WS-MOV-BIDRATE,
                           :WS-MOV-OFFERRATE, :WS-MOV-FIX
                  END-EXEC
                  MOVE SQLCODE             TO SQL-VALUES
                  EVALUATE TRUE
                      WHEN SQL-88-OK
                           PERFORM 2100-EVALUA-MOVIMIENTO
                      WHEN SQL-88-NOT-FOUND
                           SET WSS-FIN-CURSOR-SI TO TRUE
                      WHEN OTHER
                           SET WSS-FIN-CURSOR-SI TO TRUE
                           MOVE CA-99      TO E195-COD-RETURN
                  END-EVALUATE
              END-PERFORM
              EXEC SQL
                  CLOSE C195MOV
              END-EXEC
           END-IF.
      *
      ******************************************************************
      *.PN 2100-EVALUA-MOVIMIENTO: EL TIPO APLICADO ES EL DE MBDT142   *
      *     (VENTA U OFERTA SEGUN EL SENTIDO) AJUSTADO CON EL FACTOR   *
      *     DE LA REGION DE LA SUCURSAL; SIN FACTOR CONFIGURADO SE     *
      *     QUEDA EL NACIONAL. EN VENTA EL BANCO GANA LO QUE EL TIPO   *
      *     APLICADO EXCEDE AL FIX; EN COMPRA LO QUE QUEDA POR DEBAJO. *
      *     INGRESO NEGATIVO ES EXCEPCION DE PERDIDA.                  *
      ******************************************************************
       2100-EVALUA-MOVIMIENTO.
      *
           IF WS-MOV-FIX EQUAL ZEROES
              ADD 1                        TO E195-NUM-SIN-FIX
              PERFORM 2900-ESCRIBE-SIN-FIX
           ELSE
              IF WS-MOV-CEN-REG NOT EQUAL WS-ULT-CEN-REG OR
                 WS-MOV-FCC     NOT EQUAL WS-ULT-FCC
                 PERFORM 2200-FACTOR-REGIONAL
              END-IF
              IF WS-MOV-VENTA
                 MOVE WS-MOV-OFFERRATE     TO WS-RES-TC-APLICADO
              ELSE
                 MOVE WS-MOV-BIDRATE       TO WS-RES-TC-APLICADO
              END-IF
              PERFORM 2250-TIPO-REGIONAL
              IF WS-MOV-VENTA
                 COMPUTE WS-RES-INGRESO ROUNDED =
                         (WS-RES-TC-REGIONAL - WS-MOV-FIX) *
                         WS-MOV-IMPORTE
              ELSE
                 COMPUTE WS-RES-INGRESO ROUNDED =
                         (WS-MOV-FIX - WS-RES-TC-REGIONAL) *
                         WS-MOV-IMPORTE
              END-IF
              IF WS-RES-INGRESO < ZEROES
                 MOVE CA-PERDIDA-SI        TO WS-RES-PERDIDA
              ELSE
                 MOVE CA-PERDIDA-NO        TO WS-RES-PERDIDA
              END-IF
              PERFORM 2300-INSERTA-DETALLE
           END-IF.
      *
      ******************************************************************
      *.PN 2200-FACTOR-REGIONAL: REGION DE LA SUCURSAL (TCDT010 0405)  *
      *     Y SU FACTOR PARA LA DIVISA (TCDT010 0404; LLAVE            *
      *     REGION+DIVISA COMO TC7C0820/BUSCA-REGION Y TC9B0820).      *
      ******************************************************************
       2200-FACTOR-REGIONAL.
      *
           MOVE WS-MOV-CEN-REG             TO WS-ULT-CEN-REG.
           MOVE WS-MOV-FCC                 TO WS-ULT-FCC.
           MOVE 'N'                        TO WSS-FACTOR.
           MOVE SPACES                     TO WS-CLAVE-REGION.
           INITIALIZE TCTC4041.
      *
           EXEC SQL
               SELECT SUBSTR(DTA_TBLKEY, 1, 5)
                 INTO :WS-CLAVE-REGION
                 FROM TCDT010 with (nolock)
                WHERE COD_TABLE = :CA-TBL-0405
                  AND ENTITY    = :E195-ENT-ORIGIN
                  AND LNG_DATA  = 'E'
                  AND KEY_TABLE = :WS-MOV-CEN-REG
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              MOVE SPACES                  TO WS-CLAVE-FACTOR
              MOVE WS-CLAVE-REGION(1:2)    TO WS-CLAVE-FACTOR(1:2)
              MOVE WS-MOV-FCC              TO WS-CLAVE-FACTOR(3:3)
              EXEC SQL
                  SELECT DTA_TBLKEY
                    INTO :TCTC4041-DATA
                    FROM TCDT010 with (nolock)
                   WHERE COD_TABLE = :CA-TBL-0404
                     AND ENTITY    = :E195-ENT-ORIGIN
                     AND LNG_DATA  = 'E'
                     AND KEY_TABLE = :WS-CLAVE-FACTOR
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 SET WSS-FACTOR-SI         TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2250-TIPO-REGIONAL: MISMA FORMULA DE TC7C0820 (TC9B0820/    *
      *     2200-CALCULA-Y-COMPARA) SOBRE EL TIPO APLICADO.            *
      ******************************************************************
       2250-TIPO-REGIONAL.
      *
           MOVE WS-CLAVE-REGION            TO WS-RES-REGION.
           MOVE WS-RES-TC-APLICADO         TO WS-RES-TC-REGIONAL.
      *
           IF WSS-FACTOR-SI
              IF E195-ENT-ORIGIN <> '0127' AND '0019' AND '0047'
                 IF WS-MOV-VENTA
                    COMPUTE WS-RES-TC-REGIONAL ROUNDED =
                            WS-RES-TC-APLICADO * TCTC4041-FACTOR-V
                 ELSE
                    COMPUTE WS-RES-TC-REGIONAL ROUNDED =
                            WS-RES-TC-APLICADO * TCTC4041-FACTOR-C
                 END-IF
              ELSE
                 IF WS-MOV-VENTA
                    IF E195-ENT-ORIGIN = '0127' AND
                       TCTC4041-DATA (51:1) = 1
                       COMPUTE WS-RES-TC-REGIONAL ROUNDED =
                               WS-RES-TC-APLICADO - TCTC4041-FACTOR-V
                    ELSE
                       COMPUTE WS-RES-TC-REGIONAL ROUNDED =
                               WS-RES-TC-APLICADO + TCTC4041-FACTOR-V
                    END-IF
                 ELSE
                    COMPUTE WS-RES-TC-REGIONAL ROUNDED =
                            WS-RES-TC-APLICADO - TCTC4041-FACTOR-C
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2300-INSERTA-DETALLE.                                       *
      ******************************************************************
       2300-INSERTA-DETALLE.
      *
           EXEC SQL
               INSERT INTO MBDT216
                      (T216_ENT, T216_FECHA, T216_CEN_REG,
                       T216_REGION, T216_ACC, T216_NUM_OPER,
                       T216_FCC, T216_CANAL, T216_TIPO,
                       T216_IMPORTE, T216_TC_APLICADO,
                       T216_TC_REGIONAL, T216_TC_FIX,
                       T216_INGRESO, T216_FLG_PERDIDA,
                       T216_STP_LASTMOD)
               VALUES (:E195-ENT-ORIGIN, DATE(:E195-FECHA),
                       :WS-MOV-CEN-REG, :WS-RES-REGION,
                       :WS-MOV-ACC, :WS-MOV-NUM-OPER,
                       :WS-MOV-FCC, :WS-MOV-CANAL, :WS-MOV-TIPO,
                       :WS-MOV-IMPORTE, :WS-RES-TC-APLICADO,
                       :WS-RES-TC-REGIONAL, :WS-MOV-FIX,
                       :WS-RES-INGRESO, :WS-RES-PERDIDA,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E195-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-SIN-FIX: MOVIMIENTO QUE NO SE PUDO EVALUAR     *
      *     (SIN FIX DE LA DIVISA EN TCDT081 A SU FECHA).              *
      ******************************************************************
       2900-ESCRIBE-SIN-FIX.
      *
           MOVE WS-MOV-IMPORTE             TO WS-EDIT-IMPT.
           MOVE WS-MOV-NUM-OPER            TO WS-EDIT-NOPE.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'SIN FIX;'               DELIMITED BY SIZE
                  WS-MOV-CEN-REG           DELIMITED BY SIZE
                  WS-MOV-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';DIVISA='               DELIMITED BY SIZE
                  WS-MOV-FCC               DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3000-RESUMEN: CONTEO E INGRESO NETO DEL PERIODO (EN 'M' ES  *
      *     LA SUMA DE LAS CORRIDAS DIARIAS DEL MES).                  *
      ******************************************************************
       3000-RESUMEN.
      *
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN T216_FLG_PERDIDA = 'S'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(T216_INGRESO), 0)
                 INTO :WS-NUM-MOVTOS, :WS-NUM-PERDIDAS,
                      :WS-IMP-INGRESO
                 FROM MBDT216 with (nolock)
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA BETWEEN DATE(:WS-FEC-INI)
                                     AND DATE(:WS-FEC-FIN)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              MOVE WS-NUM-MOVTOS           TO E195-NUM-MOVTOS
              MOVE WS-NUM-PERDIDAS         TO E195-NUM-PERDIDAS
              MOVE WS-IMP-INGRESO          TO E195-IMP-INGRESO
              IF WS-NUM-MOVTOS EQUAL ZEROES
                 MOVE CA-10                TO E195-COD-RETURN
              END-IF
           ELSE
              MOVE CA-99                   TO E195-COD-RETURN
           END-IF.
      *
           MOVE WS-NUM-MOVTOS              TO WS-EDIT-NUM.
           MOVE WS-NUM-PERDIDAS            TO WS-EDIT-NUM2.
           MOVE WS-IMP-INGRESO             TO WS-EDIT-IMPT2.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'RESUMEN;MOVIMIENTOS='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';PERDIDAS='             DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
                  ';INGRESO MXN='          DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3100-EXCEPCIONES: MOVIMIENTOS DEL PERIODO EN LOS QUE EL     *
      *     TIPO APLICADO FUE PEOR PARA EL BANCO QUE EL FIX; DE LA     *
      *     MAYOR PERDIDA A LA MENOR, PARA LA REVISION DE TESORERIA.   *
      ******************************************************************
       3100-EXCEPCIONES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C195EXC CURSOR FOR
               SELECT CHAR(T216_FECHA, ISO), T216_CEN_REG,
                      T216_REGION, T216_ACC, T216_NUM_OPER,
                      T216_FCC, T216_CANAL, T216_TIPO,
                      T216_IMPORTE, T216_TC_APLICADO,
                      T216_TC_REGIONAL, T216_TC_FIX, T216_INGRESO
                 FROM MBDT216 with (nolock)
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA BETWEEN DATE(:WS-FEC-INI)
                                     AND DATE(:WS-FEC-FIN)
                  AND T216_FLG_PERDIDA = 'S'
                ORDER BY T216_INGRESO, T216_FECHA, T216_CEN_REG
           END-EXEC.
      *
           EXEC SQL
               OPEN C195EXC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C195EXC
                   INTO :WS-EXC-FECHA, :WS-EXC-CEN-REG,
                        :WS-EXC-REGION, :WS-EXC-ACC,
                        :WS-EXC-NUM-OPER, :WS-EXC-FCC,
                        :WS-EXC-CANAL, :WS-EXC-TIPO,
                        :WS-EXC-IMPORTE, :WS-EXC-TC-APLICADO,
                        :WS-EXC-TC-REGIONAL, :WS-EXC-TC-FIX,
                        :WS-EXC-INGRESO
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3150-ESCRIBE-EXCEPCION
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E195-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C195EXC
           END-EXEC.
      *
      ******************************************************************
      *.PN 3150-ESCRIBE-EXCEPCION.                                     *
      ******************************************************************
       3150-ESCRIBE-EXCEPCION.
      *
           MOVE WS-EXC-NUM-OPER            TO WS-EDIT-NOPE.
           MOVE WS-EXC-IMPORTE             TO WS-EDIT-IMPT.
           MOVE WS-EXC-INGRESO             TO WS-EDIT-IMPT2.
           MOVE WS-EXC-TC-APLICADO         TO WS-EDIT-TC1.
           MOVE WS-EXC-TC-REGIONAL         TO WS-EDIT-TC2.
           MOVE WS-EXC-TC-FIX              TO WS-EDIT-TC3.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'PERDIDA;'               DELIMITED BY SIZE
                  WS-EXC-FECHA             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EXC-CEN-REG           DELIMITED BY SIZE
                  WS-EXC-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';REGION='               DELIMITED BY SIZE
                  WS-EXC-REGION            DELIMITED BY SIZE
                  ';DIVISA='               DELIMITED BY SIZE
                  WS-EXC-FCC               DELIMITED BY SIZE
                  ';CANAL='                DELIMITED BY SIZE
                  WS-EXC-CANAL             DELIMITED BY SIZE
                  ';TIPO='                 DELIMITED BY SIZE
                  WS-EXC-TIPO              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';TC APLICADO='          DELIMITED BY SIZE
                  WS-EDIT-TC1              DELIMITED BY SIZE
                  ';TC REGIONAL='          DELIMITED BY SIZE
                  WS-EDIT-TC2              DELIMITED BY SIZE
                  ';FIX='                  DELIMITED BY SIZE
                  WS-EDIT-TC3              DELIMITED BY SIZE
                  ';INGRESO MXN='          DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3200-TOTALES: INGRESO DEL PERIODO POR SUCURSAL, REGION,     *
      *     DIVISA Y CANAL; CADA DIMENSION SE ABRE POR DIVISA PARA NO  *
      *     MEZCLAR IMPORTES DE MONEDAS DISTINTAS.                     *
      ******************************************************************
       3200-TOTALES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C195TOT CURSOR FOR
               SELECT 'SUC', T216_CEN_REG, T216_FCC, COUNT(*),
                      SUM(T216_IMPORTE), SUM(T216_INGRESO),
                      SUM(CASE WHEN T216_FLG_PERDIDA = 'S'
                               THEN 1 ELSE 0 END)
                 FROM MBDT216 with (nolock)
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA BETWEEN DATE(:WS-FEC-INI)
                                     AND DATE(:WS-FEC-FIN)
                GROUP BY T216_CEN_REG, T216_FCC
               UNION ALL
               SELECT 'REG', T216_REGION, T216_FCC, COUNT(*),
                      SUM(T216_IMPORTE), SUM(T216_INGRESO),
                      SUM(CASE WHEN T216_FLG_PERDIDA = 'S'
                               THEN 1 ELSE 0 END)
                 FROM MBDT216 with (nolock)
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA BETWEEN DATE(:WS-FEC-INI)
                                     AND DATE(:WS-FEC-FIN)
                GROUP BY T216_REGION, T216_FCC
               UNION ALL
               SELECT 'DIV', T216_FCC, T216_FCC, COUNT(*),
                      SUM(T216_IMPORTE), SUM(T216_INGRESO),
                      SUM(CASE WHEN T216_FLG_PERDIDA = 'S'
                               THEN 1 ELSE 0 END)
                 FROM MBDT216 with (nolock)
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA BETWEEN DATE(:WS-FEC-INI)
                                     AND DATE(:WS-FEC-FIN)
                GROUP BY T216_FCC
               UNION ALL
               SELECT 'CAN', T216_CANAL, T216_FCC, COUNT(*),
                      SUM(T216_IMPORTE), SUM(T216_INGRESO),
                      SUM(CASE WHEN T216_FLG_PERDIDA = 'S'
                               THEN 1 ELSE 0 END)
                 FROM MBDT216 with (nolock)
                WHERE T216_ENT   = :E195-ENT-ORIGIN
                  AND T216_FECHA BETWEEN DATE(:WS-FEC-INI)
                                     AND DATE(:WS-FEC-FIN)
                GROUP BY T216_CANAL, T216_FCC
                ORDER BY 1, 2, 3
           END-EXEC.
      *
           EXEC SQL
               OPEN C195TOT
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C195TOT
                   INTO :WS-TOT-DIMENSION, :WS-TOT-LLAVE,
                        :WS-TOT-FCC, :WS-TOT-NUM,
                        :WS-TOT-IMPORTE, :WS-TOT-INGRESO,
                        :WS-TOT-PERDIDAS
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3250-ESCRIBE-TOTAL
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E195-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C195TOT
           END-EXEC.
      *
      ******************************************************************
      *.PN 3250-ESCRIBE-TOTAL.                                         *
      ******************************************************************
       3250-ESCRIBE-TOTAL.
      *
           MOVE WS-TOT-NUM                 TO WS-EDIT-NUM.
           MOVE WS-TOT-PERDIDAS            TO WS-EDIT-NUM2.
           MOVE WS-TOT-IMPORTE             TO WS-EDIT-IMPT2.
           MOVE WS-TOT-INGRESO             TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL;'                 DELIMITED BY SIZE
                  WS-TOT-DIMENSION         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-TOT-LLAVE             DELIMITED BY SIZE
                  ';DIVISA='               DELIMITED BY SIZE
                  WS-TOT-FCC               DELIMITED BY SIZE
                  ';NUM='                  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE DIVISA='       DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
                  ';INGRESO MXN='          DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';PERDIDAS='             DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
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
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
