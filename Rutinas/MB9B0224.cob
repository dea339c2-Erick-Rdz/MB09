      ******************************************************************
      *  MB9B0224: DETECCION DE CUENTAS MULA. LA ESTRUCTURACION       *
      *            (MB9B0128) Y LA DISCREPANCIA DE NOMBRE (MB9B0150)  *
      *            MIRAN MOVIMIENTOS SUELTOS; LA CUENTA MULA SE VE    *
      *            COMO PATRON: MUCHOS ORDENANTES DISTINTOS QUE LE    *
      *            MANDAN SPEI O WALLET A UNA CUENTA RECIENTE Y EL    *
      *            DINERO QUE SALE EN HORAS POR EFECTIVO O POR OTRA   *
      *            TRANSFERENCIA. SOBRE LA VENTANA DE DIAS QUE TERMINA*
      *            EN EL DIA DE PROCESO Y POR CUENTA (BGDT071; LA     *
      *            CONTRAPARTE SE RESUELVE COMO EN MB7C0410: SPEI POR *
      *            FEDT004; WALLET POR MCDT403H/MCDT403; EFECTIVO POR *
      *            LOS CODIGOS DE CORRESPONSAL DE MB9B0128) CALCULA:  *
      *            - REMITENTES DISTINTOS (SPEI/WALLET RECIBIDOS);    *
      *            - RAZON ENTRADA/SALIDA: REMITENTES ENTRE DESTINOS  *
      *              DISTINTOS (EL EFECTIVO CUENTA COMO UN DESTINO);  *
      *            - PORCENTAJE DE LO RECIBIDO QUE SALIO;             *
      *            - HORAS DE PERMANENCIA DEL SALDO: SALDO PROMEDIO   *
      *              ENTRE LO RECIBIDO POR HORA DE LA VENTANA;        *
      *            - ANTIGUEDAD DE LA CUENTA: DIAS DESDE SU PRIMER    *
      *              MOVIMIENTO.                                      *
      *            CADA INDICADOR QUE REBASA SU UMBRAL (MBDT140       *
      *            'MULA') SUMA PUNTOS; LA CUENTA QUE ALCANZA LOS     *
      *            PUNTOS MINIMOS CAE COMO SENAL 'MUL' EN EL CASO DE  *
      *            FRAUDE DE LA CUENTA (MBDT180/MBDT181; LA MISMA     *
      *            COLA DE MB9B0158) Y SUS CONTRAPARTES DE LA VENTANA *
      *            QUEDAN LIGADAS AL CASO PARA EL INVESTIGADOR        *
      *            (MBDT273). LA EVALUACION DE CADA CUENTA QUEDA EN   *
      *            MBDT272. LA RE-CORRIDA DEL DIA REEMPLAZA LO DEL    *
      *            DIA Y NO DUPLICA LA SENAL.                         *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0224.
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
      *     @BAZ262    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO MULARPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * UNA LINEA POR CUENTA ALERTADA, CAMPOS SEPARADOS POR ';':
      * CUENTA;REMITENTES;DESTINOS;RAZON;RECIBIDO;SALIDO;% SALIDA;
      * HORAS PERMANENCIA;DIAS ANTIGUEDAD;PUNTOS;FOLIO DEL CASO.
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
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-ABIERTO                      PIC X(02)  VALUE 'AB'.
       01  CA-ASIGNADO                     PIC X(02)  VALUE 'AS'.
       01  CA-FUENTE-MULA                  PIC X(03)  VALUE 'MUL'.
       01  CA-SUJETO-CUENTA                PIC X(01)  VALUE 'C'.
       01  CA-W50                          PIC X(03)  VALUE 'W50'.
       01  CA-Q54                          PIC X(03)  VALUE 'Q54'.
       01  CA-000                          PIC X(03)  VALUE '000'.
       01  CA-T27                          PIC X(03)  VALUE 'T27'.
      *
      * UMBRALES (MBDT140 'MULA'; SI NO ESTAN SE USAN LOS DE ABAJO):
      * DIAS   VENTANA EN DIAS;
      * REMIT  REMITENTES DISTINTOS MINIMOS (TAMBIEN FILTRA LAS CUENTAS
      *        QUE SE EVALUAN);
      * RAZON  REMITENTES POR CADA DESTINO;
      * PCTSAL PORCENTAJE MINIMO DE LO RECIBIDO QUE SALIO;
      * HORAS  HORAS MAXIMAS DE PERMANENCIA DEL SALDO;
      * ANTIG  DIAS MAXIMOS DE ANTIGUEDAD DE LA CUENTA;
      * PUNTOS PUNTOS MINIMOS PARA ALERTAR (DE 100).
       01  WS-PARAMETROS.
           05 WS-PAR-DIAS                  PIC S9(09) COMP VALUE 7.
           05 WS-PAR-REMITENTES            PIC S9(09) COMP VALUE 10.
           05 WS-PAR-RAZON                 PIC S9(09) COMP VALUE 5.
           05 WS-PAR-PCT-SALIDA            PIC S9(09) COMP VALUE 80.
           05 WS-PAR-HORAS                 PIC S9(09) COMP VALUE 24.
           05 WS-PAR-ANTIGUEDAD            PIC S9(09) COMP VALUE 90.
           05 WS-PAR-PUNTOS                PIC S9(09) COMP VALUE 60.
       01  WS-PAR-COD                      PIC X(06).
       01  WS-PAR-LEIDO                    PIC S9(09) COMP.
      *
      * PUNTOS DE CADA INDICADOR (SUMAN 100).
       01  CA-PTS-REMITENTES               PIC S9(04) COMP VALUE 25.
       01  CA-PTS-RAZON                    PIC S9(04) COMP VALUE 20.
       01  CA-PTS-SALIDA                   PIC S9(04) COMP VALUE 20.
       01  CA-PTS-PERMANENCIA              PIC S9(04) COMP VALUE 20.
       01  CA-PTS-ANTIGUEDAD               PIC S9(04) COMP VALUE 15.
      *
      * CUENTA EN TURNO Y SUS INDICADORES.
       01  WS-CUENTA.
           05 WS-CTA-CEN-REG               PIC X(04).
           05 WS-CTA-ACC                   PIC X(10).
           05 WS-CTA-REMITENTES            PIC S9(09) COMP.
           05 WS-CTA-DESTINOS              PIC S9(09) COMP.
           05 WS-CTA-IMP-ENTRADAS          PIC S9(15)V9(02) COMP-3.
           05 WS-CTA-IMP-SALIDAS           PIC S9(15)V9(02) COMP-3.
           05 WS-CTA-SALDO-PROM            PIC S9(15)V9(02) COMP-3.
           05 WS-CTA-RAZON                 PIC S9(05)V9(02) COMP-3.
           05 WS-CTA-PCT-SALIDA            PIC S9(05)V9(02) COMP-3.
           05 WS-CTA-HORAS                 PIC S9(07)V9(02) COMP-3.
           05 WS-CTA-ANTIGUEDAD            PIC S9(09) COMP.
           05 WS-CTA-PUNTOS                PIC S9(04) COMP.
       01  WS-DIAS-REMITENTES              PIC S9(09) COMP.
       01  WS-CALCULO                      PIC S9(17)V9(04) COMP-3.
      *
      * SENAL Y CASO DE LA CUENTA.
       01  WS-SEN-SUJETO                   PIC X(14).
       01  WS-SEN-REFERENCIA               PIC S9(09) COMP-3.
       01  WS-FOLIO-CASO                   PIC S9(09) COMP-3.
       01  WS-NUM-LIGADAS                  PIC S9(09) COMP.
      *
       01  WS-FECHA-AAAAMMDD.
           05 WS-FEC-AAAA                  PIC 9(04).
           05 WS-FEC-MM                    PIC 9(02).
           05 WS-FEC-DD                    PIC 9(02).
       01  WS-FECHA-NUM REDEFINES WS-FECHA-AAAAMMDD
                                           PIC 9(08).
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-DEST                    PIC ZZZZZZZZ9.
       01  WS-EDIT-RAZON                   PIC ZZZZ9.99.
       01  WS-EDIT-PCT                     PIC ZZZZ9.99.
       01  WS-EDIT-HORAS                   PIC ZZZZZZ9.99.
       01  WS-EDIT-ANTIG                   PIC ZZZZZZZZ9.
       01  WS-EDIT-PUNTOS                  PIC ZZ9.
       01  WS-EDIT-FOLIO                   PIC 9(09).
       01  WS-EDIT-ENTRADAS                PIC -(15)9.99.
       01  WS-EDIT-SALIDAS                 PIC -(15)9.99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0224.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0224.
      *
           PERFORM 1000-START.
           IF E224-RETURN-OK
              PERFORM 1100-CARGA-PARAMETROS
           END-IF.
           IF E224-RETURN-OK
              PERFORM 1200-CALCULA-VENTANA
           END-IF.
           IF E224-RETURN-OK
              PERFORM 1300-LIMPIA-DIA
           END-IF.
           IF E224-RETURN-OK
              PERFORM 2000-EVALUA-CUENTAS
           END-IF.
           IF E224-RETURN-OK OR E224-RETURN-SIN-DATOS
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E224-COD-RETURN.
           MOVE SPACES                     TO E224-FECHA-INI.
           MOVE 0                          TO E224-NUM-EVALUADAS
                                              E224-NUM-ALERTAS
                                              E224-NUM-CASOS
                                              E224-NUM-CONTRAPARTES.
      *
           IF E224-ENT-ORIGIN    EQUAL SPACES OR
              E224-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E224-COD-RETURN
           END-IF.
      *
           IF E224-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 1100-CARGA-PARAMETROS: CADA UMBRAL DE MBDT140 'MULA' QUE    *
      *     EXISTA Y SEA MAYOR QUE CERO SUSTITUYE AL DE OMISION.       *
      ******************************************************************
       1100-CARGA-PARAMETROS.
      *
           MOVE 'DIAS'                     TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-DIAS
           END-IF.
      *
           MOVE 'REMIT'                    TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-REMITENTES
           END-IF.
      *
           MOVE 'RAZON'                    TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-RAZON
           END-IF.
      *
           MOVE 'PCTSAL'                   TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-PCT-SALIDA
           END-IF.
      *
           MOVE 'HORAS'                    TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-HORAS
           END-IF.
      *
           MOVE 'ANTIG'                    TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-ANTIGUEDAD
           END-IF.
      *
           MOVE 'PUNTOS'                   TO WS-PAR-COD.
           PERFORM 1110-LEE-PARAMETRO.
           IF WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-PUNTOS
           END-IF.
      *
      ******************************************************************
      *.PN 1110-LEE-PARAMETRO.                                         *
      ******************************************************************
       1110-LEE-PARAMETRO.
      *
           MOVE 0                          TO WS-PAR-LEIDO.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 5)))
                 INTO :WS-PAR-LEIDO
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'MULA'
                  AND T140_COD_TABLE = :WS-PAR-COD
                  AND T140_ENTITY    = :E224-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE 0                 TO WS-PAR-LEIDO
               WHEN OTHER
                    MOVE 0                 TO WS-PAR-LEIDO
                    MOVE CA-99             TO E224-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 1200-CALCULA-VENTANA: LA VENTANA TERMINA EN EL DIA DE       *
      *     PROCESO; LA REFERENCIA DE LA SENAL ES ESE DIA (AAAAMMDD).  *
      ******************************************************************
       1200-CALCULA-VENTANA.
      *
           EXEC SQL
               SELECT CHAR(DATE(:E224-FECHA-PROCESO)
                           - (:WS-PAR-DIAS - 1) DAYS, ISO)
                 INTO :E224-FECHA-INI
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E224-COD-RETURN
           END-IF.
      *
           MOVE E224-FECHA-PROCESO(1:4)    TO WS-FEC-AAAA.
           MOVE E224-FECHA-PROCESO(6:2)    TO WS-FEC-MM.
           MOVE E224-FECHA-PROCESO(9:2)    TO WS-FEC-DD.
           MOVE WS-FECHA-NUM               TO WS-SEN-REFERENCIA.
      *
           IF E224-RETURN-OK
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'CUENTAS MULA ENTIDAD '
                                           DELIMITED BY SIZE
                     E224-ENT-ORIGIN       DELIMITED BY SIZE
                     ' VENTANA DEL '       DELIMITED BY SIZE
                     E224-FECHA-INI        DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     E224-FECHA-PROCESO    DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1300-LIMPIA-DIA: LA RE-CORRIDA DEL DIA REEMPLAZA SU         *
      *     EVALUACION Y SUS CONTRAPARTES LIGADAS; LA SENAL DEL CASO   *
      *     NO SE DUPLICA (MISMA FUENTE Y REFERENCIA).                 *
      ******************************************************************
       1300-LIMPIA-DIA.
      *
           EXEC SQL
               DELETE FROM MBDT273
                WHERE T273_ENT         = :E224-ENT-ORIGIN
                  AND T273_DAT_PROCESO = DATE(:E224-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E224-COD-RETURN
           END-IF.
      *
           IF E224-RETURN-OK
              EXEC SQL
                  DELETE FROM MBDT272
                   WHERE T272_ENT         = :E224-ENT-ORIGIN
                     AND T272_DAT_PROCESO = DATE(:E224-FECHA-PROCESO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO E224-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2000-EVALUA-CUENTAS: INDICADORES POR CUENTA SOBRE LA        *
      *     VENTANA. CADA MOVIMIENTO NO ANULADO SE CLASIFICA COMO EN   *
      *     MB7C0410: SPEI (FEDT004; RECIBIDO = CUENTA DEL ORDENANTE,  *
      *     ENVIADO = CUENTA DESTINO), WALLET (BDMID DE LA CUENTA      *
      *     CONTRAPARTE) O EFECTIVO (RETIRO EN CORRESPONSAL). SOLO SE  *
      *     EVALUAN LAS CUENTAS CON LOS REMITENTES MINIMOS.            *
      ******************************************************************
       2000-EVALUA-CUENTAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C224CTA CURSOR FOR
               SELECT X.CEN_REG, X.ACC,
                      COUNT(DISTINCT CASE WHEN X.SENTIDO = 'E'
                                          THEN X.IDENT END),
                      COUNT(DISTINCT CASE WHEN X.SENTIDO = 'S'
                                          THEN X.IDENT END),
                      SUM(CASE WHEN X.SENTIDO = 'E'
                               THEN X.IMPORTE ELSE 0 END),
                      SUM(CASE WHEN X.SENTIDO = 'S'
                               THEN X.IMPORTE ELSE 0 END),
                      (SELECT COALESCE(AVG(S.T071_AUTBAL), 0)
                         FROM BGDT071 S with (nolock)
                        WHERE S.T071_ENT     = :E224-ENT-ORIGIN
                          AND S.T071_CEN_REG = X.CEN_REG
                          AND S.T071_ACC     = X.ACC
                          AND S.T071_DAT_OPERATION
                              BETWEEN DATE(:E224-FECHA-INI)
                                  AND DATE(:E224-FECHA-PROCESO)),
                      (SELECT DAYS(DATE(:E224-FECHA-PROCESO)) -
                              DAYS(MIN(A.T071_DAT_OPERATION))
                         FROM BGDT071 A with (nolock)
                        WHERE A.T071_ENT     = :E224-ENT-ORIGIN
                          AND A.T071_CEN_REG = X.CEN_REG
                          AND A.T071_ACC     = X.ACC)
                 FROM (SELECT M.T071_CEN_REG AS CEN_REG,
                              M.T071_ACC     AS ACC,
                              CASE WHEN M.T071_AMT < 0
                                   THEN 'S' ELSE 'E'
                              END AS SENTIDO,
                              CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                   THEN CASE WHEN M.T071_AMT < 0
                                             THEN F.T004_ACC_NUMDEST
                                             ELSE SUBSTR(
                                                  F.T004_INFTOENT3,
                                                  1, 20)
                                        END
                                   WHEN COALESCE(H.T403H_BDMID,
                                                 W.T403_BDMID)
                                        IS NOT NULL
                                   THEN COALESCE(H.T403H_BDMID,
                                                 W.T403_BDMID)
                                   WHEN M.T071_AMT < 0 AND
                                        M.T071_COD IN (:CA-W50,
                                        :CA-Q54, :CA-000, :CA-T27)
                                   THEN 'EFECTIVO'
                                   ELSE ' '
                              END AS IDENT,
                              ABS(M.T071_AMT) AS IMPORTE
                         FROM BGDT071 M with (nolock)
                         LEFT OUTER JOIN FEDT004 F
                           ON F.T004_ENT_ORIGIN = M.T071_ENT
                          AND F.T004_BRN_ORIGIN = M.T071_CEN_REG
                          AND F.T004_ACC_ORIGIN = M.T071_ACC
                          AND F.T004_NUM_SEQOPE =
                              SUBSTR(M.T071_INTREF, 1, 10)
                         LEFT OUTER JOIN
                              (SELECT T403H_NUM_CTA,
                                      MIN(T403H_BDMID) AS T403H_BDMID
                                 FROM MCDT403H
                                WHERE T403H_FEC_HASTA IS NULL
                                GROUP BY T403H_NUM_CTA) H
                           ON H.T403H_NUM_CTA =
                              SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                              CONCAT
                              SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                         LEFT OUTER JOIN
                              (SELECT T403_NUM_CTA,
                                      MIN(T403_BDMID) AS T403_BDMID
                                 FROM MCDT403
                                GROUP BY T403_NUM_CTA) W
                           ON W.T403_NUM_CTA =
                              SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                              CONCAT
                              SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                        WHERE M.T071_ENT = :E224-ENT-ORIGIN
                          AND M.T071_DAT_OPERATION
                              BETWEEN DATE(:E224-FECHA-INI)
                                  AND DATE(:E224-FECHA-PROCESO)
                          AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S') X
                WHERE X.IDENT <> ' '
                GROUP BY X.CEN_REG, X.ACC
               HAVING COUNT(DISTINCT CASE WHEN X.SENTIDO = 'E'
                                          THEN X.IDENT END)
                      >= :WS-PAR-REMITENTES
                ORDER BY X.CEN_REG, X.ACC
           END-EXEC.
      *
           EXEC SQL
               OPEN C224CTA
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C224CTA
                   INTO :WS-CTA-CEN-REG, :WS-CTA-ACC,
                        :WS-CTA-REMITENTES, :WS-CTA-DESTINOS,
                        :WS-CTA-IMP-ENTRADAS, :WS-CTA-IMP-SALIDAS,
                        :WS-CTA-SALDO-PROM, :WS-CTA-ANTIGUEDAD
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-CALIFICA-CUENTA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E224-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C224CTA
           END-EXEC.
      *
           IF E224-RETURN-OK AND E224-NUM-ALERTAS EQUAL 0
              MOVE CA-10                   TO E224-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-CALIFICA-CUENTA: INDICADORES Y PUNTOS; LA CUENTA QUE   *
      *     ALCANZA LOS PUNTOS MINIMOS VA AL CASO CON SUS CONTRAPARTES.*
      ******************************************************************
       2100-CALIFICA-CUENTA.
      *
           ADD 1                           TO E224-NUM-EVALUADAS.
           MOVE 0                          TO WS-FOLIO-CASO
                                              WS-CTA-PUNTOS.
      *
           IF WS-CTA-DESTINOS > 0
              COMPUTE WS-CTA-RAZON ROUNDED =
                      WS-CTA-REMITENTES / WS-CTA-DESTINOS
           ELSE
              MOVE WS-CTA-REMITENTES       TO WS-CTA-RAZON
           END-IF.
      *
      *    SIN ENTRADAS NO HAY REMITENTES; EL FILTRO DEL CURSOR LO
      *    GARANTIZA, PERO NO SE DIVIDE ENTRE CERO.
           IF WS-CTA-IMP-ENTRADAS > 0
              COMPUTE WS-CALCULO ROUNDED =
                      WS-CTA-IMP-SALIDAS * 100 / WS-CTA-IMP-ENTRADAS
              IF WS-CALCULO > 99999
                 MOVE 99999                TO WS-CTA-PCT-SALIDA
              ELSE
                 MOVE WS-CALCULO           TO WS-CTA-PCT-SALIDA
              END-IF
              IF WS-CTA-SALDO-PROM > 0
                 COMPUTE WS-CALCULO ROUNDED =
                         WS-CTA-SALDO-PROM * WS-PAR-DIAS * 24
                         / WS-CTA-IMP-ENTRADAS
              ELSE
                 MOVE 0                    TO WS-CALCULO
              END-IF
              IF WS-CALCULO > 9999999
                 MOVE 9999999              TO WS-CTA-HORAS
              ELSE
                 MOVE WS-CALCULO           TO WS-CTA-HORAS
              END-IF
           ELSE
              MOVE 0                       TO WS-CTA-PCT-SALIDA
              MOVE 9999999                 TO WS-CTA-HORAS
           END-IF.
      *
           IF WS-CTA-REMITENTES >= WS-PAR-REMITENTES
              ADD CA-PTS-REMITENTES        TO WS-CTA-PUNTOS
           END-IF.
           IF WS-CTA-RAZON >= WS-PAR-RAZON
              ADD CA-PTS-RAZON             TO WS-CTA-PUNTOS
           END-IF.
           IF WS-CTA-PCT-SALIDA >= WS-PAR-PCT-SALIDA
              ADD CA-PTS-SALIDA            TO WS-CTA-PUNTOS
           END-IF.
           IF WS-CTA-HORAS <= WS-PAR-HORAS
              ADD CA-PTS-PERMANENCIA       TO WS-CTA-PUNTOS
           END-IF.
           IF WS-CTA-ANTIGUEDAD <= WS-PAR-ANTIGUEDAD
              ADD CA-PTS-ANTIGUEDAD        TO WS-CTA-PUNTOS
           END-IF.
      *
           IF WS-CTA-PUNTOS >= WS-PAR-PUNTOS
              ADD 1                        TO E224-NUM-ALERTAS
              MOVE SPACES                  TO WS-SEN-SUJETO
              STRING WS-CTA-CEN-REG        DELIMITED BY SIZE
                     WS-CTA-ACC            DELIMITED BY SIZE
                INTO WS-SEN-SUJETO
              END-STRING
              PERFORM 2800-REGISTRA-SENAL
              IF E224-RETURN-OK
                 PERFORM 2900-LIGA-CONTRAPARTES
              END-IF
              IF E224-RETURN-OK
                 PERFORM 2950-ESCRIBE-ALERTA
              END-IF
           END-IF.
      *
           IF E224-RETURN-OK
              PERFORM 2200-GRABA-EVALUACION
           END-IF.
      *
           IF NOT E224-RETURN-OK
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2200-GRABA-EVALUACION: LA CUENTA EVALUADA CON SUS           *
      *     INDICADORES; FOLIO CERO SI NO ALCANZO LOS PUNTOS.          *
      ******************************************************************
       2200-GRABA-EVALUACION.
      *
           EXEC SQL
               INSERT INTO MBDT272
                      (T272_ENT, T272_CEN_REG, T272_ACC,
                       T272_DAT_PROCESO, T272_FEC_INI_VENTANA,
                       T272_NUM_REMITENTES, T272_NUM_DESTINOS,
                       T272_RAZON_FAN, T272_IMP_ENTRADAS,
                       T272_IMP_SALIDAS, T272_PCT_SALIDA,
                       T272_HORAS_PERMANENCIA, T272_DIAS_ANTIGUEDAD,
                       T272_PUNTOS, T272_FOLIO, T272_STP_ALTA)
               VALUES (:E224-ENT-ORIGIN, :WS-CTA-CEN-REG,
                       :WS-CTA-ACC, DATE(:E224-FECHA-PROCESO),
                       DATE(:E224-FECHA-INI),
                       :WS-CTA-REMITENTES, :WS-CTA-DESTINOS,
                       :WS-CTA-RAZON, :WS-CTA-IMP-ENTRADAS,
                       :WS-CTA-IMP-SALIDAS, :WS-CTA-PCT-SALIDA,
                       :WS-CTA-HORAS, :WS-CTA-ANTIGUEDAD,
                       :WS-CTA-PUNTOS, :WS-FOLIO-CASO,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E224-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2800-REGISTRA-SENAL: LA SENAL CAE EN EL CASO ABIERTO DE LA  *
      *     CUENTA; SIN CASO ABIERTO SE ABRE UNO (COMO MB9B0158).      *
      ******************************************************************
       2800-REGISTRA-SENAL.
      *
           MOVE 0                          TO WS-FOLIO-CASO.
           EXEC SQL
               SELECT T180_FOLIO
                 INTO :WS-FOLIO-CASO
                 FROM MBDT180 with (nolock)
                WHERE T180_ENT        = :E224-ENT-ORIGIN
                  AND T180_SUJETO     = :WS-SEN-SUJETO
                  AND T180_TIP_SUJETO = :CA-SUJETO-CUENTA
                  AND T180_ESTADO IN (:CA-ABIERTO, :CA-ASIGNADO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    PERFORM 2810-ABRE-CASO
               WHEN OTHER
                    MOVE CA-99             TO E224-COD-RETURN
           END-EVALUATE.
      *
           IF E224-RETURN-OK
              EXEC SQL
                  INSERT INTO MBDT181
                         (T181_FOLIO, T181_FUENTE,
                          T181_REFERENCIA, T181_DAT_SENAL,
                          T181_STP_ALTA)
                  VALUES (:WS-FOLIO-CASO, :CA-FUENTE-MULA,
                          :WS-SEN-REFERENCIA,
                          DATE(:E224-FECHA-PROCESO),
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                  WHEN SQL-88-OK
                       EXEC SQL
                           UPDATE MBDT180
                              SET T180_NUM_SENALES =
                                  T180_NUM_SENALES + 1,
                                  T180_STP_LASTMOD =
                                  CURRENT TIMESTAMP
                            WHERE T180_FOLIO = :WS-FOLIO-CASO
                       END-EXEC
                  WHEN SQL-88-DUPLICATE-VALUES
      *                LA SENAL DEL DIA YA ESTABA EN EL CASO
      *                (RE-CORRIDA).
                       CONTINUE
                  WHEN OTHER
                       MOVE CA-99          TO E224-COD-RETURN
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN 2810-ABRE-CASO.                                             *
      ******************************************************************
       2810-ABRE-CASO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T180_FOLIO), 0) + 1
                 INTO :WS-FOLIO-CASO
                 FROM MBDT180 with (nolock)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E224-COD-RETURN
           END-IF.
      *
           IF E224-RETURN-OK
              EXEC SQL
                  INSERT INTO MBDT180
                         (T180_FOLIO, T180_ENT, T180_SUJETO,
                          T180_TIP_SUJETO, T180_ESTADO,
                          T180_ASIGNADO, T180_DISPOSICION,
                          T180_NUM_SENALES, T180_STP_ALTA,
                          T180_STP_LASTMOD)
                  VALUES (:WS-FOLIO-CASO, :E224-ENT-ORIGIN,
                          :WS-SEN-SUJETO, :CA-SUJETO-CUENTA,
                          :CA-ABIERTO, ' ', ' ', 0,
                          CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 ADD 1 TO E224-NUM-CASOS
              ELSE
                 MOVE CA-99                TO E224-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2900-LIGA-CONTRAPARTES: LAS CONTRAPARTES DE LA CUENTA EN LA *
      *     VENTANA (SENTIDO, TIPO, IDENTIFICADOR Y NOMBRE CON SU      *
      *     NUMERO DE MOVIMIENTOS E IMPORTE) QUEDAN LIGADAS AL CASO.   *
      ******************************************************************
       2900-LIGA-CONTRAPARTES.
      *
           EXEC SQL
               INSERT INTO MBDT273
                      (T273_FOLIO, T273_ENT, T273_CEN_REG, T273_ACC,
                       T273_DAT_PROCESO, T273_SENTIDO, T273_TIPO,
                       T273_IDENT, T273_NOMBRE, T273_NUM_MOVS,
                       T273_IMPORTE, T273_STP_ALTA)
               SELECT :WS-FOLIO-CASO, :E224-ENT-ORIGIN,
                      :WS-CTA-CEN-REG, :WS-CTA-ACC,
                      DATE(:E224-FECHA-PROCESO),
                      X.SENTIDO, X.TIPO, X.IDENT, MAX(X.NOMBRE),
                      COUNT(*), SUM(X.IMPORTE), CURRENT TIMESTAMP
                 FROM (SELECT CASE WHEN M.T071_AMT < 0
                                   THEN 'S' ELSE 'E'
                              END AS SENTIDO,
                              CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                   THEN 'SPE'
                                   WHEN COALESCE(H.T403H_BDMID,
                                                 W.T403_BDMID)
                                        IS NOT NULL
                                   THEN 'WAL'
                                   WHEN M.T071_AMT < 0 AND
                                        M.T071_COD IN (:CA-W50,
                                        :CA-Q54, :CA-000, :CA-T27)
                                   THEN 'EFE'
                                   ELSE '   '
                              END AS TIPO,
                              CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                   THEN CASE WHEN M.T071_AMT < 0
                                             THEN F.T004_ACC_NUMDEST
                                             ELSE SUBSTR(
                                                  F.T004_INFTOENT3,
                                                  1, 20)
                                        END
                                   WHEN COALESCE(H.T403H_BDMID,
                                                 W.T403_BDMID)
                                        IS NOT NULL
                                   THEN COALESCE(H.T403H_BDMID,
                                                 W.T403_BDMID)
                                   ELSE 'EFECTIVO'
                              END AS IDENT,
                              CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                   THEN CASE WHEN M.T071_AMT < 0
                                             THEN F.T004_DES_BEN
                                             ELSE F.T004_DES_ASSIGNER
                                        END
                                   WHEN COALESCE(H.T403H_BDMID,
                                                 W.T403_BDMID)
                                        IS NOT NULL
                                   THEN COALESCE(C.NOMBRE, ' ')
                                   ELSE 'RETIRO EN CORRESPONSAL'
                              END AS NOMBRE,
                              ABS(M.T071_AMT) AS IMPORTE
                         FROM BGDT071 M with (nolock)
                         LEFT OUTER JOIN FEDT004 F
                           ON F.T004_ENT_ORIGIN = M.T071_ENT
                          AND F.T004_BRN_ORIGIN = M.T071_CEN_REG
                          AND F.T004_ACC_ORIGIN = M.T071_ACC
                          AND F.T004_NUM_SEQOPE =
                              SUBSTR(M.T071_INTREF, 1, 10)
                         LEFT OUTER JOIN
                              (SELECT T403H_NUM_CTA,
                                      MIN(T403H_BDMID) AS T403H_BDMID
                                 FROM MCDT403H
                                WHERE T403H_FEC_HASTA IS NULL
                                GROUP BY T403H_NUM_CTA) H
                           ON H.T403H_NUM_CTA =
                              SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                              CONCAT
                              SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                         LEFT OUTER JOIN
                              (SELECT T403_NUM_CTA,
                                      MIN(T403_BDMID) AS T403_BDMID
                                 FROM MCDT403
                                GROUP BY T403_NUM_CTA) W
                           ON W.T403_NUM_CTA =
                              SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                              CONCAT
                              SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                         LEFT OUTER JOIN
                              (SELECT T036_CEN_REG, T036_ACC,
                                      MIN(T036_NAME_CUS) AS NOMBRE
                                 FROM MBDT036
                                GROUP BY T036_CEN_REG, T036_ACC) C
                           ON C.T036_CEN_REG =
                              SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                          AND C.T036_ACC =
                              SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                        WHERE M.T071_ENT     = :E224-ENT-ORIGIN
                          AND M.T071_CEN_REG = :WS-CTA-CEN-REG
                          AND M.T071_ACC     = :WS-CTA-ACC
                          AND M.T071_DAT_OPERATION
                              BETWEEN DATE(:E224-FECHA-INI)
                                  AND DATE(:E224-FECHA-PROCESO)
                          AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S') X
                WHERE X.TIPO <> '   '
                GROUP BY X.SENTIDO, X.TIPO, X.IDENT
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE SQLERRD(3)        TO WS-NUM-LIGADAS
                    ADD WS-NUM-LIGADAS     TO E224-NUM-CONTRAPARTES
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E224-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2950-ESCRIBE-ALERTA.                                        *
      ******************************************************************
       2950-ESCRIBE-ALERTA.
      *
           MOVE WS-CTA-REMITENTES          TO WS-EDIT-NUM.
           MOVE WS-CTA-DESTINOS            TO WS-EDIT-DEST.
           MOVE WS-CTA-RAZON               TO WS-EDIT-RAZON.
           MOVE WS-CTA-IMP-ENTRADAS        TO WS-EDIT-ENTRADAS.
           MOVE WS-CTA-IMP-SALIDAS         TO WS-EDIT-SALIDAS.
           MOVE WS-CTA-PCT-SALIDA          TO WS-EDIT-PCT.
           MOVE WS-CTA-HORAS               TO WS-EDIT-HORAS.
           MOVE WS-CTA-ANTIGUEDAD          TO WS-EDIT-ANTIG.
           MOVE WS-CTA-PUNTOS              TO WS-EDIT-PUNTOS.
           MOVE WS-FOLIO-CASO              TO WS-EDIT-FOLIO.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-CTA-CEN-REG           DELIMITED BY SIZE
                  WS-CTA-ACC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-DEST             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-RAZON            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-ENTRADAS         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-SALIDAS          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-PCT              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-HORAS            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-ANTIG            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-PUNTOS           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-FOLIO            DELIMITED BY SIZE
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
           MOVE E224-NUM-EVALUADAS         TO WS-EDIT-NUM.
           STRING 'CUENTAS EVALUADAS='     DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E224-NUM-ALERTAS           TO WS-EDIT-NUM.
           STRING 'CUENTAS ALERTADAS='     DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E224-NUM-CASOS             TO WS-EDIT-NUM.
           STRING 'CASOS NUEVOS='          DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E224-NUM-CONTRAPARTES      TO WS-EDIT-NUM.
           STRING 'CONTRAPARTES LIGADAS='  DELIMITED BY SIZE
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
