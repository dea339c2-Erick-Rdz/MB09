      ******************************************************************
      *  MB9B0225: BARRIDO DIARIO DE LA BANDEJA DE EXCEPCIONES DE     *
      *            CONCILIACION. LAS CONCILIACIONES QUE GUARDAN SUS   *
      *            DIFERENCIAS EN TABLA NO CONOCEN LA BANDEJA; ESTE   *
      *            PASO, DESPUES DE ELLAS, DA DE ALTA EN MBDT274      *
      *            (MB7C0700 'X') LAS DIFERENCIAS DEL DIA:            *
      *            - WAL: PROPUESTAS DE AJUSTE WALLET CONTRA          *
      *              SOBRES/ALCANCIA (MBDT156, MB9B0135);             *
      *            - COR: PARTIDAS EN DISPUTA DE CORRESPONSAL         *
      *              (MBDT158, MB9B0142); EL IMPORTE ES EL DEL        *
      *              MOVIMIENTO EN BGDT071;                           *
      *            - CON: SUCURSALES CUYOS MOVIMIENTOS NO CUADRAN     *
      *              CONTRA CONTABILIDAD (MBDT162, MB9B0146).         *
      *            METRO (MB9B0143) Y SPEI CONTRA BANXICO (MB9B0176)  *
      *            DAN DE ALTA LAS SUYAS AL CONCILIAR. UNA PARTIDA    *
      *            YA REGISTRADA NO SE DUPLICA Y SIGUE ABIERTA HASTA  *
      *            QUE OPERACIONES LA RESUELVE EN LA BANDEJA, AUNQUE  *
      *            LA FUENTE SE CUADRE DESPUES. AL FINAL GUARDA LA    *
      *            ANTIGUEDAD DE LO ABIERTO POR FUENTE (MBDT276) Y LA *
      *            REPORTA.                                           *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0225.
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
      *     @BAZ263    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO BANDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * UNA LINEA POR FUENTE CON PARTIDAS ABIERTAS, CAMPOS SEPARADOS
      * POR ';': FUENTE;ABIERTAS;0-7 DIAS;8-30;31-90;MAS DE 90;
      * IMPORTE ABIERTO;DIAS DE LA MAS VIEJA.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-DISPUTA                      PIC X(02)  VALUE 'DI'.
       01  CA-ABIERTA                      PIC X(02)  VALUE 'AB'.
       01  CA-ASIGNADA                     PIC X(02)  VALUE 'AS'.
       01  CA-FUENTE-WALLET                PIC X(03)  VALUE 'WAL'.
       01  CA-FUENTE-CORRESPONSAL          PIC X(03)  VALUE 'COR'.
       01  CA-FUENTE-CONTABLE              PIC X(03)  VALUE 'CON'.
       01  CA-MB7C0700                     PIC X(08)  VALUE 'MB7C0700'.
       01  CA-MB9B0225                     PIC X(08)  VALUE 'MB9B0225'.
      *
      * DIFERENCIA EN TURNO, YA CON LA FORMA COMUN DE LA BANDEJA.
       01  WS-DIFERENCIA.
           05 WS-DIF-CEN-REG               PIC X(04).
           05 WS-DIF-ACC                   PIC X(10).
           05 WS-DIF-NUM-CLIENTE           PIC X(08).
           05 WS-DIF-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-DIF-MOTIVO                PIC X(02).
           05 WS-DIF-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-DIF-FECHA                 PIC X(10).
           05 WS-DIF-NUM-DET               PIC S9(09) COMP.
           05 WS-DIF-NUM-CON               PIC S9(09) COMP.
       01  WS-NUM-OPER-EDIT                PIC 9(09).
      *
      * ANTIGUEDAD DE UNA FUENTE (CURSOR C225ANT).
       01  WS-ANTIGUEDAD.
           05 WS-ANT-FUENTE                PIC X(03).
           05 WS-ANT-ABIERTAS              PIC S9(09) COMP.
           05 WS-ANT-0-7                   PIC S9(09) COMP.
           05 WS-ANT-8-30                  PIC S9(09) COMP.
           05 WS-ANT-31-90                 PIC S9(09) COMP.
           05 WS-ANT-MAS-90                PIC S9(09) COMP.
           05 WS-ANT-IMPORTE               PIC S9(15)V9(02) COMP-3.
           05 WS-ANT-DIAS-MAX              PIC S9(09) COMP.
      *
      * COMMAREA DE LA BANDEJA DE EXCEPCIONES (CALL MB7C0700).
       01  VA-MBEC0700.
           COPY MBEC0700.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
       01  WS-EDIT-0-7                     PIC ZZZZZZ9.
       01  WS-EDIT-8-30                    PIC ZZZZZZ9.
       01  WS-EDIT-31-90                   PIC ZZZZZZ9.
       01  WS-EDIT-MAS-90                  PIC ZZZZZZ9.
       01  WS-EDIT-DIAS                    PIC ZZZZZZ9.
       01  WS-EDIT-IMPORTE                 PIC -(15)9.99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0225.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0225.
      *
           PERFORM 1000-START.
           IF E225-RETURN-OK
              PERFORM 1100-LIMPIA-DIA
           END-IF.
           IF E225-RETURN-OK
              PERFORM 2000-BARRE-WALLET
           END-IF.
           IF E225-RETURN-OK
              PERFORM 2100-BARRE-CORRESPONSAL
           END-IF.
           IF E225-RETURN-OK
              PERFORM 2200-BARRE-CONTABLE
           END-IF.
           IF E225-RETURN-OK
              PERFORM 3000-GUARDA-ANTIGUEDAD
           END-IF.
           IF E225-RETURN-OK
              PERFORM 3100-REPORTA-ANTIGUEDAD
           END-IF.
           IF E225-RETURN-OK OR E225-RETURN-SIN-DATOS
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E225-COD-RETURN.
           MOVE 0                          TO E225-NUM-LEIDAS
                                              E225-NUM-NUEVAS
                                              E225-NUM-EXISTENTES
                                              E225-NUM-ABIERTAS.
      *
           IF E225-ENT-ORIGIN    EQUAL SPACES OR
              E225-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E225-COD-RETURN
           END-IF.
      *
           IF E225-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'BANDEJA DE EXCEPCIONES DE CONCILIACION ENTIDAD '
                                           DELIMITED BY SIZE
                     E225-ENT-ORIGIN       DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     E225-FECHA-PROCESO    DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LIMPIA-DIA: LA RE-CORRIDA DEL DIA REEMPLAZA SU FOTO DE *
      *     ANTIGUEDAD; LAS PARTIDAS DE LA BANDEJA NO SE TOCAN.        *
      ******************************************************************
       1100-LIMPIA-DIA.
      *
           EXEC SQL
               DELETE FROM MBDT276
                WHERE T276_ENT         = :E225-ENT-ORIGIN
                  AND T276_DAT_PROCESO = DATE(:E225-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E225-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-BARRE-WALLET: CADA PROPUESTA DE AJUSTE DEL DIA ES UNA  *
      *     DIFERENCIA DEL CLIENTE, SE APRUEBE O NO.                   *
      ******************************************************************
       2000-BARRE-WALLET.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C225WAL CURSOR FOR
               SELECT T156_NUM_CLIENTE, T156_DIFERENCIA,
                      CHAR(T156_DAT_PROCESO, ISO)
                 FROM MBDT156 with (nolock)
                WHERE T156_ENT         = :E225-ENT-ORIGIN
                  AND T156_DAT_PROCESO = DATE(:E225-FECHA-PROCESO)
                ORDER BY T156_NUM_CLIENTE
           END-EXEC.
      *
           EXEC SQL
               OPEN C225WAL
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C225WAL
                   INTO :WS-DIF-NUM-CLIENTE, :WS-DIF-IMPORTE,
                        :WS-DIF-FECHA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2010-PARTIDA-WALLET
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E225-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C225WAL
           END-EXEC.
      *
      ******************************************************************
      *.PN 2010-PARTIDA-WALLET: LLAVE CLIENTE + DIA.                   *
      ******************************************************************
       2010-PARTIDA-WALLET.
      *
           PERFORM 2900-INICIA-PARTIDA.
           MOVE CA-FUENTE-WALLET           TO PR-EXC-FUENTE.
           STRING WS-DIF-NUM-CLIENTE       DELIMITED BY SIZE
                  WS-DIF-FECHA             DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE WS-DIF-NUM-CLIENTE         TO PR-EXC-ACC.
           MOVE 'DIFERENCIA WALLET CONTRA SOBRES/ALCANCIA'
                                           TO PR-EXC-DESCRIPCION.
           PERFORM 2910-REGISTRA-PARTIDA.
      *
      ******************************************************************
      *.PN 2100-BARRE-CORRESPONSAL: PARTIDAS EN DISPUTA DEL DIA CON EL *
      *     IMPORTE DEL MOVIMIENTO DE LA CUENTA (CERO SI NO ESTA EN    *
      *     BGDT071).                                                  *
      ******************************************************************
       2100-BARRE-CORRESPONSAL.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C225COR CURSOR FOR
               SELECT D.T158_CEN_REG, D.T158_ACC,
                      D.T158_NUM_OPERATION, D.T158_MOTIVO,
                      COALESCE((SELECT MAX(ABS(M.T071_AMT))
                                  FROM BGDT071 M with (nolock)
                                 WHERE M.T071_ENT     = D.T158_ENT
                                   AND M.T071_CEN_REG = D.T158_CEN_REG
                                   AND M.T071_ACC     = D.T158_ACC
                                   AND M.T071_NUM_OPERATION =
                                       D.T158_NUM_OPERATION), 0),
                      CHAR(D.T158_DAT_LIQUIDA, ISO)
                 FROM MBDT158 D with (nolock)
                WHERE D.T158_ENT        = :E225-ENT-ORIGIN
                  AND D.T158_ESTADO     = :CA-DISPUTA
                  AND D.T158_DAT_LIQUIDA = DATE(:E225-FECHA-PROCESO)
                ORDER BY D.T158_CEN_REG, D.T158_ACC,
                         D.T158_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C225COR
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C225COR
                   INTO :WS-DIF-CEN-REG, :WS-DIF-ACC,
                        :WS-DIF-NUM-OPER, :WS-DIF-MOTIVO,
                        :WS-DIF-IMPORTE, :WS-DIF-FECHA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2110-PARTIDA-CORRESPONSAL
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E225-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C225COR
           END-EXEC.
      *
      ******************************************************************
      *.PN 2110-PARTIDA-CORRESPONSAL: LLAVE SUCURSAL + CUENTA +        *
      *     OPERACION (LA MISMA DE MBDT158).                           *
      ******************************************************************
       2110-PARTIDA-CORRESPONSAL.
      *
           PERFORM 2900-INICIA-PARTIDA.
           MOVE CA-FUENTE-CORRESPONSAL     TO PR-EXC-FUENTE.
           MOVE WS-DIF-NUM-OPER            TO WS-NUM-OPER-EDIT.
           STRING WS-DIF-CEN-REG           DELIMITED BY SIZE
                  WS-DIF-ACC               DELIMITED BY SIZE
                  WS-NUM-OPER-EDIT         DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE WS-DIF-CEN-REG             TO PR-EXC-CEN-REG.
           MOVE WS-DIF-ACC                 TO PR-EXC-ACC.
           STRING 'DISPUTA CORRESPONSAL MOTIVO '
                                           DELIMITED BY SIZE
                  WS-DIF-MOTIVO            DELIMITED BY SIZE
                  ' OPERACION '            DELIMITED BY SIZE
                  WS-NUM-OPER-EDIT         DELIMITED BY SIZE
             INTO PR-EXC-DESCRIPCION
           END-STRING.
           PERFORM 2910-REGISTRA-PARTIDA.
      *
      ******************************************************************
      *.PN 2200-BARRE-CONTABLE: SUCURSALES DEL DIA QUE NO CUADRAN EN   *
      *     NUMERO, ABONOS O CARGOS; EL IMPORTE ES LA SUMA DE LAS      *
      *     DIFERENCIAS ABSOLUTAS DE ABONOS Y DE CARGOS.               *
      ******************************************************************
       2200-BARRE-CONTABLE.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C225CON CURSOR FOR
               SELECT T162_CEN_REG,
                      ABS(T162_ABO_DET - T162_ABO_CON) +
                      ABS(T162_CAR_DET - T162_CAR_CON),
                      T162_NUM_DET, T162_NUM_CON,
                      CHAR(T162_DAT_PROCESO, ISO)
                 FROM MBDT162 with (nolock)
                WHERE T162_ENT         = :E225-ENT-ORIGIN
                  AND T162_DAT_PROCESO = DATE(:E225-FECHA-PROCESO)
                  AND (T162_NUM_DET <> T162_NUM_CON OR
                       T162_ABO_DET <> T162_ABO_CON OR
                       T162_CAR_DET <> T162_CAR_CON)
                ORDER BY T162_CEN_REG
           END-EXEC.
      *
           EXEC SQL
               OPEN C225CON
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C225CON
                   INTO :WS-DIF-CEN-REG, :WS-DIF-IMPORTE,
                        :WS-DIF-NUM-DET, :WS-DIF-NUM-CON,
                        :WS-DIF-FECHA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2210-PARTIDA-CONTABLE
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E225-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C225CON
           END-EXEC.
      *
      ******************************************************************
      *.PN 2210-PARTIDA-CONTABLE: LLAVE SUCURSAL + DIA.                *
      ******************************************************************
       2210-PARTIDA-CONTABLE.
      *
           PERFORM 2900-INICIA-PARTIDA.
           MOVE CA-FUENTE-CONTABLE         TO PR-EXC-FUENTE.
           STRING WS-DIF-CEN-REG           DELIMITED BY SIZE
                  WS-DIF-FECHA             DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE WS-DIF-CEN-REG             TO PR-EXC-CEN-REG.
           IF WS-DIF-NUM-DET NOT EQUAL WS-DIF-NUM-CON
              MOVE 'MOVIMIENTOS CONTRA CONTABILIDAD: NUMERO E IMPORTE'
                                           TO PR-EXC-DESCRIPCION
           ELSE
              MOVE 'MOVIMIENTOS CONTRA CONTABILIDAD: IMPORTE'
                                           TO PR-EXC-DESCRIPCION
           END-IF.
           PERFORM 2910-REGISTRA-PARTIDA.
      *
      ******************************************************************
      *.PN 2900-INICIA-PARTIDA.                                        *
      ******************************************************************
       2900-INICIA-PARTIDA.
      *
           ADD 1                           TO E225-NUM-LEIDAS.
           INITIALIZE VA-MBEC0700.
           MOVE 'X'                        TO PR-EXC-ACCION.
           MOVE E225-ENT-ORIGIN            TO PR-EXC-ENT.
           MOVE CA-MB9B0225                TO PR-EXC-USUARIO
                                              PR-EXC-PROGRAMA.
           MOVE SPACES                     TO PR-EXC-LLAVE
                                              PR-EXC-CEN-REG
                                              PR-EXC-ACC
                                              PR-EXC-DESCRIPCION.
           MOVE WS-DIF-IMPORTE             TO PR-EXC-IMPORTE.
           MOVE WS-DIF-FECHA               TO PR-EXC-FECHA.
      *
      ******************************************************************
      *.PN 2910-REGISTRA-PARTIDA: '05' ES UNA DIFERENCIA QUE YA ESTABA *
      *     EN LA BANDEJA (RE-CORRIDA); SE DEJA COMO ESTA.             *
      ******************************************************************
       2910-REGISTRA-PARTIDA.
      *
           CALL CA-MB7C0700 USING VA-MBEC0700.
      *
           EVALUATE PR-EXC-COD-RETURN
               WHEN CA-00
                    ADD 1                  TO E225-NUM-NUEVAS
               WHEN CA-05
                    ADD 1                  TO E225-NUM-EXISTENTES
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E225-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3000-GUARDA-ANTIGUEDAD: FOTO DEL DIA DE LO ABIERTO POR      *
      *     FUENTE, EN BANDAS DE DIAS DESDE LA FECHA DE LA DIFERENCIA  *
      *     AL DIA DE PROCESO.                                         *
      ******************************************************************
       3000-GUARDA-ANTIGUEDAD.
      *
           EXEC SQL
               INSERT INTO MBDT276
                      (T276_ENT, T276_DAT_PROCESO, T276_FUENTE,
                       T276_NUM_ABIERTAS, T276_NUM_0_7,
                       T276_NUM_8_30, T276_NUM_31_90,
                       T276_NUM_MAS_90, T276_IMP_ABIERTO,
                       T276_DIAS_MAX, T276_STP_LASTMOD)
               SELECT X.ENT, DATE(:E225-FECHA-PROCESO), X.FUENTE,
                      COUNT(*),
                      SUM(CASE WHEN X.DIAS <= 7 THEN 1 ELSE 0 END),
                      SUM(CASE WHEN X.DIAS BETWEEN 8 AND 30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN X.DIAS BETWEEN 31 AND 90
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN X.DIAS > 90 THEN 1 ELSE 0 END),
                      SUM(ABS(X.IMPORTE)), MAX(X.DIAS),
                      CURRENT TIMESTAMP
                 FROM (SELECT T274_ENT AS ENT, T274_FUENTE AS FUENTE,
                              T274_IMPORTE AS IMPORTE,
                              DAYS(DATE(:E225-FECHA-PROCESO)) -
                              DAYS(T274_DAT_EXCEPCION) AS DIAS
                         FROM MBDT274 with (nolock)
                        WHERE T274_ENT    = :E225-ENT-ORIGIN
                          AND T274_ESTADO IN (:CA-ABIERTA,
                                              :CA-ASIGNADA)) X
                GROUP BY X.ENT, X.FUENTE
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE CA-10             TO E225-COD-RETURN
               WHEN OTHER
                    MOVE CA-99             TO E225-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3100-REPORTA-ANTIGUEDAD.                                    *
      ******************************************************************
       3100-REPORTA-ANTIGUEDAD.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'FUENTE;ABIERTAS;0-7;8-30;31-90;MAS DE 90;'
                                           DELIMITED BY SIZE
                  'IMPORTE ABIERTO;DIAS MAXIMO'
                                           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           EXEC SQL
               DECLARE C225ANT CURSOR FOR
               SELECT T276_FUENTE, T276_NUM_ABIERTAS, T276_NUM_0_7,
                      T276_NUM_8_30, T276_NUM_31_90, T276_NUM_MAS_90,
                      T276_IMP_ABIERTO, T276_DIAS_MAX
                 FROM MBDT276 with (nolock)
                WHERE T276_ENT         = :E225-ENT-ORIGIN
                  AND T276_DAT_PROCESO = DATE(:E225-FECHA-PROCESO)
                ORDER BY T276_FUENTE
           END-EXEC.
      *
           EXEC SQL
               OPEN C225ANT
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C225ANT
                   INTO :WS-ANT-FUENTE, :WS-ANT-ABIERTAS,
                        :WS-ANT-0-7, :WS-ANT-8-30, :WS-ANT-31-90,
                        :WS-ANT-MAS-90, :WS-ANT-IMPORTE,
                        :WS-ANT-DIAS-MAX
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3110-ESCRIBE-FUENTE
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E225-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C225ANT
           END-EXEC.
      *
      ******************************************************************
      *.PN 3110-ESCRIBE-FUENTE.                                        *
      ******************************************************************
       3110-ESCRIBE-FUENTE.
      *
           ADD WS-ANT-ABIERTAS             TO E225-NUM-ABIERTAS.
           MOVE WS-ANT-ABIERTAS            TO WS-EDIT-NUM.
           MOVE WS-ANT-0-7                 TO WS-EDIT-0-7.
           MOVE WS-ANT-8-30                TO WS-EDIT-8-30.
           MOVE WS-ANT-31-90               TO WS-EDIT-31-90.
           MOVE WS-ANT-MAS-90              TO WS-EDIT-MAS-90.
           MOVE WS-ANT-IMPORTE             TO WS-EDIT-IMPORTE.
           MOVE WS-ANT-DIAS-MAX            TO WS-EDIT-DIAS.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-ANT-FUENTE            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-0-7              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-8-30             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-31-90            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-MAS-90           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPORTE          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-DIAS             DELIMITED BY SIZE
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
           MOVE E225-NUM-LEIDAS            TO WS-EDIT-NUM.
           STRING 'DIFERENCIAS DEL DIA='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E225-NUM-NUEVAS            TO WS-EDIT-NUM.
           STRING 'PARTIDAS NUEVAS='       DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E225-NUM-EXISTENTES        TO WS-EDIT-NUM.
           STRING 'YA REGISTRADAS='        DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E225-NUM-ABIERTAS          TO WS-EDIT-NUM.
           STRING 'PARTIDAS ABIERTAS='     DELIMITED BY SIZE
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
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
