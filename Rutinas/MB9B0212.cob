      ******************************************************************
      *  MB9B0212: REMESA DIARIA DE PAGOS DE SERVICIO A LOS EMISORES  *
      *            Y CONCILIACION DE SUS ACUSES DE APLICACION. EL     *
      *            PAGO DE SERVICIO (EL SET SW-PAGO-SERV DE MB2C0009; *
      *            ARMA-DESC-PAGSERV TOMA EL SERVICIO DE BGDT606) SE  *
      *            CARGABA AL CLIENTE PERO LA REMESA AL EMISOR Y LA   *
      *            PRUEBA DE APLICACION SE LLEVABAN FUERA. ESTE BATCH *
      *            ARMA EL ARCHIVO DE REMESA POR EMISOR (CATALOGO     *
      *            MBDT246) Y REGISTRA CADA PAGO REMESADO EN MBDT247; *
      *            INGIERE EL ACUSE DEL EMISOR Y LO CASA RENGLON POR  *
      *            RENGLON; LO RECHAZADO Y LO REMESADO SIN ACUSE MAS  *
      *            ALLA DE E212-DIAS-APLICA VA A LA COLA DE           *
      *            EXCEPCIONES Y SE AVISA AL CLIENTE (MB7C0150 TIPO   *
      *            'PSNA') PARA REEMBOLSAR O REENVIAR.                *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0212.
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
      *     @BAZ250    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REMESA ASSIGN TO PAGSREM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-ACUSE ASSIGN TO PAGSACK
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO PAGSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-EXCEPCION ASSIGN TO PAGSEXC
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REMESA
           RECORDING MODE IS F.
       01  FR-REMESA-LINEA                 PIC X(132).
      *
       FD  F-ACUSE
           RECORDING MODE IS F.
      * EL EMISOR ECHA DE VUELTA LA REFERENCIA DEL BANCO QUE VIAJO EN
      * LA REMESA (CENTRO + CUENTA + NUMERO DE OPERACION). ESTATUS:
      * 'AP' APLICADO; 'RC' RECHAZADO.
       01  FR-ACUSE-REG.
           05 FR-ACK-COD-EMISOR            PIC X(06).
           05 FR-ACK-CEN-REG               PIC X(04).
           05 FR-ACK-ACC                   PIC X(10).
           05 FR-ACK-NUM-OPER              PIC 9(09).
           05 FR-ACK-REFERENCIA            PIC X(30).
           05 FR-ACK-IMPORTE               PIC 9(11)V9(02).
           05 FR-ACK-ESTATUS               PIC X(02).
           05 FR-ACK-FECHA-APLICA          PIC X(10).
           05 FR-ACK-FOLIO                 PIC X(20).
           05 FILLER                       PIC X(10).
      *
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       FD  F-EXCEPCION
           RECORDING MODE IS F.
       01  FR-EXCEPCION-LINEA              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-ARCHIVO-SI                 VALUE 'S'.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-MB7C0150                     PIC X(08)  VALUE 'MB7C0150'.
      * CODIGOS DE PAGO DE SERVICIO (SW-PAGO-SERV DE MB2C0009).
       01  CA-Q95                          PIC X(03)  VALUE 'Q95'.
       01  CA-G50                          PIC X(03)  VALUE 'G50'.
       01  CA-I24                          PIC X(03)  VALUE 'I24'.
       01  CA-G46                          PIC X(03)  VALUE 'G46'.
       01  CA-G16                          PIC X(03)  VALUE 'G16'.
       01  CA-G07                          PIC X(03)  VALUE 'G07'.
      * ESTADOS DE LA REMESA (MBDT247): 'RE' REMESADO; 'AP' APLICADO
      * POR EL EMISOR; 'EX' EN COLA DE EXCEPCIONES. MOTIVO DE LA
      * EXCEPCION: 'NA' SIN ACUSE EN PLAZO; 'RC' RECHAZADO.
       01  CA-ESTADO-RE                    PIC X(02)  VALUE 'RE'.
       01  CA-ESTADO-AP                    PIC X(02)  VALUE 'AP'.
       01  CA-ESTADO-EX                    PIC X(02)  VALUE 'EX'.
       01  CA-MOTIVO-NA                    PIC X(02)  VALUE 'NA'.
       01  CA-MOTIVO-RC                    PIC X(02)  VALUE 'RC'.
      * ESTATUS DEL ACUSE.
       01  CA-ACUSE-AP                     PIC X(02)  VALUE 'AP'.
       01  CA-ACUSE-RC                     PIC X(02)  VALUE 'RC'.
      *
      * PAGO EN TURNO (REMESA, ACUSE O VENCIDO).
       01  WS-PAGO.
           05 WS-PAG-EMISOR                PIC X(06).
           05 WS-PAG-CEN-REG               PIC X(04).
           05 WS-PAG-ACC                   PIC X(10).
           05 WS-PAG-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-PAG-FECHA                 PIC X(10).
           05 WS-PAG-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-PAG-REFERENCIA            PIC X(30).
           05 WS-PAG-SERVICIO              PIC X(30).
           05 WS-PAG-ESTADO                PIC X(02).
           05 WS-PAG-MOTIVO                PIC X(02).
      *
      * CORTE POR EMISOR DE LA REMESA.
       01  WS-CORTE.
           05 WS-EMISOR-ANT                PIC X(06)  VALUE SPACES.
           05 WS-EMI-NUM-PAGOS             PIC S9(07) COMP.
           05 WS-EMI-IMPORTE               PIC S9(13)V9(02) COMP-3.
      *
       01  WS-IMP-ACUSE                    PIC S9(13)V9(02) COMP-3.
      *
      * RENGLONES DEL ARCHIVO DE REMESA: 'H' ENCABEZADO POR EMISOR;
      * 'D' UN PAGO; 'T' TOTAL DEL EMISOR.
       01  WS-REM-ENCABEZADO.
           05 WS-REH-TIPO                  PIC X(01)  VALUE 'H'.
           05 WS-REH-EMISOR                PIC X(06).
           05 WS-REH-NOMBRE                PIC X(30).
           05 WS-REH-FECHA-REMESA          PIC X(10).
           05 FILLER                       PIC X(85)  VALUE SPACES.
      *
       01  WS-REM-DETALLE.
           05 WS-RED-TIPO                  PIC X(01)  VALUE 'D'.
           05 WS-RED-EMISOR                PIC X(06).
           05 WS-RED-CEN-REG               PIC X(04).
           05 WS-RED-ACC                   PIC X(10).
           05 WS-RED-NUM-OPER              PIC 9(09).
           05 WS-RED-REFERENCIA            PIC X(30).
           05 WS-RED-IMPORTE               PIC 9(11)V9(02).
           05 WS-RED-FECHA-PAGO            PIC X(10).
           05 FILLER                       PIC X(49)  VALUE SPACES.
      *
       01  WS-REM-TOTAL.
           05 WS-RET-TIPO                  PIC X(01)  VALUE 'T'.
           05 WS-RET-EMISOR                PIC X(06).
           05 WS-RET-NUM-PAGOS             PIC 9(07).
           05 WS-RET-IMPORTE               PIC 9(13)V9(02).
           05 FILLER                       PIC X(103) VALUE SPACES.
      *
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01  VA-MBEC0150.
           COPY MBEC0150.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-NOPE                    PIC 9(09).
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0212.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0212.
      *
           PERFORM 1000-START.
           IF E212-RETURN-OK
              PERFORM 2000-ARMA-REMESA
           END-IF.
           IF E212-RETURN-OK
              PERFORM 3000-APLICA-ACUSES
           END-IF.
           IF E212-RETURN-OK
              PERFORM 4000-NO-APLICADOS
           END-IF.
           IF E212-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E212-COD-RETURN.
           MOVE 0                          TO E212-NUM-REMESADOS
                                              E212-IMP-REMESADO
                                              E212-NUM-EMISORES
                                              E212-NUM-SIN-EMISOR
                                              E212-NUM-ACUSES
                                              E212-NUM-APLICADOS
                                              E212-NUM-RECHAZADOS
                                              E212-NUM-SIN-REMESA
                                              E212-NUM-EXCEPCIONES.
      *
           IF E212-ENT-ORIGIN    EQUAL SPACES OR
              E212-FECHA-PROCESO EQUAL SPACES OR
              E212-DIAS-APLICA   EQUAL ZEROES
              MOVE CA-99                   TO E212-COD-RETURN
           END-IF.
      *
           IF E212-RETURN-OK
              OPEN INPUT  F-ACUSE
              OPEN OUTPUT F-REMESA F-REPORTE F-EXCEPCION
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'REMESA DE PAGOS DE SERVICIO DEL DIA '
                                            DELIMITED BY SIZE
                     E212-FECHA-PROCESO     DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-ARMA-REMESA: PAGOS DE SERVICIO DE LA VENTANA AUN NO    *
      *     REMESADOS, ORDENADOS POR EMISOR. EL EMISOR SE RESUELVE     *
      *     CONTRA EL CATALOGO MBDT246 POR EL NOMBRE DEL SERVICIO QUE  *
      *     QUEDO EN BGDT606 (EL MISMO QUE VE EL CLIENTE EN MB09).     *
      ******************************************************************
       2000-ARMA-REMESA.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
           MOVE SPACES                     TO WS-EMISOR-ANT.
      *
           EXEC SQL
               DECLARE C212PAG CURSOR FOR
               SELECT COALESCE(
                      (SELECT MIN(E.T246_COD_EMISOR)
                         FROM MBDT246 E
                        WHERE E.T246_ENT    = M.T071_ENT
                          AND E.T246_ESTADO = 'A'
                          AND UPPER(COALESCE(S.T606_DESCRIPTION, ' '))
                              LIKE RTRIM(E.T246_NOMBRE) CONCAT '%'),
                      ' '),
                      M.T071_CEN_REG, M.T071_ACC,
                      M.T071_NUM_OPERATION,
                      CHAR(M.T071_DAT_OPERATION), ABS(M.T071_AMT),
                      SUBSTR(COALESCE(M.T071_OBSERVATIONS, ' '), 1, 30),
                      SUBSTR(COALESCE(S.T606_DESCRIPTION, ' '), 1, 30)
                 FROM BGDT071 M
                 LEFT OUTER JOIN BGDT606 S
                   ON S.T606_ACC           = M.T071_ACC
                  AND S.T606_NUM_OPERATION = M.T071_NUM_OPERATION
                  AND S.T606_DAT_OPERATION = M.T071_DAT_OPERATION
                WHERE M.T071_ENT = :E212-ENT-ORIGIN
                  AND M.T071_COD IN (:CA-Q95, :CA-G50, :CA-I24,
                                     :CA-G46, :CA-G16, :CA-G07)
                  AND M.T071_DAT_OPERATION
                      BETWEEN (DATE(:E212-FECHA-PROCESO) -
                               :E212-DIAS-APLICA DAYS)
                          AND DATE(:E212-FECHA-PROCESO)
                  AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT247 R
                        WHERE R.T247_ENT     = M.T071_ENT
                          AND R.T247_CEN_REG = M.T071_CEN_REG
                          AND R.T247_ACC     = M.T071_ACC
                          AND R.T247_NUM_OPERATION =
                              M.T071_NUM_OPERATION)
                ORDER BY 1, M.T071_DAT_OPERATION, M.T071_CEN_REG,
                         M.T071_ACC, M.T071_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C212PAG
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C212PAG
                   INTO :WS-PAG-EMISOR, :WS-PAG-CEN-REG,
                        :WS-PAG-ACC, :WS-PAG-NUM-OPER,
                        :WS-PAG-FECHA, :WS-PAG-IMPORTE,
                        :WS-PAG-REFERENCIA, :WS-PAG-SERVICIO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        IF WS-PAG-EMISOR EQUAL SPACES
                           ADD 1 TO E212-NUM-SIN-EMISOR
                           PERFORM 2900-ESCRIBE-SIN-EMISOR
                        ELSE
                           PERFORM 2100-REMESA-PAGO
                        END-IF
                        IF NOT E212-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E212-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C212PAG
           END-EXEC.
      *
           IF WS-EMISOR-ANT NOT EQUAL SPACES
              PERFORM 2300-CIERRA-EMISOR
           END-IF.
      *
      ******************************************************************
      *.PN 2100-REMESA-PAGO: ALTA EN MBDT247 Y RENGLON DE DETALLE. EL  *
      *     ALTA ES LA QUE IMPIDE REMESAR DOS VECES EL MISMO PAGO.     *
      ******************************************************************
       2100-REMESA-PAGO.
      *
           EXEC SQL
               INSERT INTO MBDT247
                      (T247_ENT, T247_CEN_REG, T247_ACC,
                       T247_NUM_OPERATION, T247_DAT_OPERATION,
                       T247_COD_EMISOR, T247_REFERENCIA,
                       T247_IMPORTE, T247_DAT_REMESA, T247_ESTADO,
                       T247_MOTIVO, T247_FOLIO_APLICA,
                       T247_STP_LASTMOD)
               VALUES (:E212-ENT-ORIGIN, :WS-PAG-CEN-REG,
                       :WS-PAG-ACC, :WS-PAG-NUM-OPER,
                       DATE(:WS-PAG-FECHA), :WS-PAG-EMISOR,
                       :WS-PAG-REFERENCIA, :WS-PAG-IMPORTE,
                       DATE(:E212-FECHA-PROCESO), :CA-ESTADO-RE,
                       ' ', ' ', CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-PAG-EMISOR NOT EQUAL WS-EMISOR-ANT
                       IF WS-EMISOR-ANT NOT EQUAL SPACES
                          PERFORM 2300-CIERRA-EMISOR
                       END-IF
                       PERFORM 2200-ABRE-EMISOR
                    END-IF
                    PERFORM 2250-ESCRIBE-DETALLE
               WHEN SQL-88-DUPLICATE-VALUES
      *             YA SE HABIA REMESADO EN UNA CORRIDA ANTERIOR.
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E212-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2200-ABRE-EMISOR.                                           *
      ******************************************************************
       2200-ABRE-EMISOR.
      *
           ADD 1                           TO E212-NUM-EMISORES.
           MOVE WS-PAG-EMISOR              TO WS-EMISOR-ANT.
           MOVE 0                          TO WS-EMI-NUM-PAGOS
                                              WS-EMI-IMPORTE.
      *
           MOVE WS-PAG-EMISOR              TO WS-REH-EMISOR.
           MOVE WS-PAG-SERVICIO            TO WS-REH-NOMBRE.
           MOVE E212-FECHA-PROCESO         TO WS-REH-FECHA-REMESA.
           MOVE WS-REM-ENCABEZADO          TO FR-REMESA-LINEA.
           WRITE FR-REMESA-LINEA.
      *
      ******************************************************************
      *.PN 2250-ESCRIBE-DETALLE.                                       *
      ******************************************************************
       2250-ESCRIBE-DETALLE.
      *
           ADD 1                           TO WS-EMI-NUM-PAGOS
                                              E212-NUM-REMESADOS.
           ADD WS-PAG-IMPORTE              TO WS-EMI-IMPORTE
                                              E212-IMP-REMESADO.
      *
           MOVE WS-PAG-EMISOR              TO WS-RED-EMISOR.
           MOVE WS-PAG-CEN-REG             TO WS-RED-CEN-REG.
           MOVE WS-PAG-ACC                 TO WS-RED-ACC.
           MOVE WS-PAG-NUM-OPER            TO WS-RED-NUM-OPER.
           MOVE WS-PAG-REFERENCIA          TO WS-RED-REFERENCIA.
           MOVE WS-PAG-IMPORTE             TO WS-RED-IMPORTE.
           MOVE WS-PAG-FECHA               TO WS-RED-FECHA-PAGO.
           MOVE WS-REM-DETALLE             TO FR-REMESA-LINEA.
           WRITE FR-REMESA-LINEA.
      *
      ******************************************************************
      *.PN 2300-CIERRA-EMISOR.                                         *
      ******************************************************************
       2300-CIERRA-EMISOR.
      *
           MOVE WS-EMISOR-ANT              TO WS-RET-EMISOR.
           MOVE WS-EMI-NUM-PAGOS           TO WS-RET-NUM-PAGOS.
           MOVE WS-EMI-IMPORTE             TO WS-RET-IMPORTE.
           MOVE WS-REM-TOTAL               TO FR-REMESA-LINEA.
           WRITE FR-REMESA-LINEA.
      *
           MOVE WS-EMI-NUM-PAGOS           TO WS-EDIT-NUM.
           MOVE WS-EMI-IMPORTE             TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'REMESA;EMISOR='         DELIMITED BY SIZE
                  WS-EMISOR-ANT            DELIMITED BY SIZE
                  ';PAGOS='                DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-SIN-EMISOR: EL SERVICIO NO ESTA EN EL CATALOGO;*
      *     NO SE REMESA. SE VUELVE A REPORTAR MIENTRAS SIGA EN LA     *
      *     VENTANA (AL DARLO DE ALTA SALE EN LA SIGUIENTE REMESA).    *
      ******************************************************************
       2900-ESCRIBE-SIN-EMISOR.
      *
           MOVE WS-PAG-IMPORTE             TO WS-EDIT-IMPT.
           MOVE WS-PAG-NUM-OPER            TO WS-EDIT-NOPE.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'PAGO-SIN-EMISOR;'       DELIMITED BY SIZE
                  WS-PAG-CEN-REG           DELIMITED BY SIZE
                  WS-PAG-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';FECHA='                DELIMITED BY SIZE
                  WS-PAG-FECHA             DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';SERVICIO='             DELIMITED BY SIZE
                  WS-PAG-SERVICIO          DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3000-APLICA-ACUSES: CADA RENGLON DEL ACUSE SE CASA CONTRA   *
      *     LO REMESADO POR LA REFERENCIA DEL BANCO, EL EMISOR Y EL    *
      *     IMPORTE.                                                   *
      ******************************************************************
       3000-APLICA-ACUSES.
      *
           MOVE 'N'                        TO WSS-FIN-ARCHIVO.
           PERFORM 3010-LEE-ACUSE.
           PERFORM 3100-PROCESA-ACUSE
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
      ******************************************************************
      *.PN 3010-LEE-ACUSE.                                             *
      ******************************************************************
       3010-LEE-ACUSE.
      *
           READ F-ACUSE
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 3100-PROCESA-ACUSE.                                         *
      ******************************************************************
       3100-PROCESA-ACUSE.
      *
           ADD 1                           TO E212-NUM-ACUSES.
           MOVE FR-ACK-IMPORTE             TO WS-IMP-ACUSE.
           MOVE FR-ACK-CEN-REG             TO WS-PAG-CEN-REG.
           MOVE FR-ACK-ACC                 TO WS-PAG-ACC.
           MOVE FR-ACK-NUM-OPER            TO WS-PAG-NUM-OPER.
      *
           EXEC SQL
               SELECT T247_COD_EMISOR, T247_IMPORTE, T247_ESTADO,
                      CHAR(T247_DAT_OPERATION)
                 INTO :WS-PAG-EMISOR, :WS-PAG-IMPORTE,
                      :WS-PAG-ESTADO, :WS-PAG-FECHA
                 FROM MBDT247
                WHERE T247_ENT     = :E212-ENT-ORIGIN
                  AND T247_CEN_REG = :WS-PAG-CEN-REG
                  AND T247_ACC     = :WS-PAG-ACC
                  AND T247_NUM_OPERATION = :WS-PAG-NUM-OPER
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-PAG-EMISOR  EQUAL FR-ACK-COD-EMISOR AND
                       WS-PAG-IMPORTE EQUAL WS-IMP-ACUSE
                       PERFORM 3200-CASA-ACUSE
                    ELSE
                       ADD 1 TO E212-NUM-SIN-REMESA
                       PERFORM 3900-ESCRIBE-SIN-REMESA
                    END-IF
               WHEN SQL-88-NOT-FOUND
                    ADD 1 TO E212-NUM-SIN-REMESA
                    PERFORM 3900-ESCRIBE-SIN-REMESA
               WHEN OTHER
                    MOVE CA-99             TO E212-COD-RETURN
           END-EVALUATE.
      *
           IF E212-COD-RETURN EQUAL CA-00
              PERFORM 3010-LEE-ACUSE
           ELSE
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 3200-CASA-ACUSE: 'AP' CONFIRMA LA APLICACION (AUNQUE EL     *
      *     PAGO YA ESTUVIERA EN EXCEPCIONES; SE REPORTA PARA RETIRARLO*
      *     DE LA COLA). 'RC' MANDA EL PAGO REMESADO A EXCEPCIONES. UN *
      *     ACUSE YA APLICADO (RE-INGESTA) NO CAMBIA NADA.             *
      ******************************************************************
       3200-CASA-ACUSE.
      *
           EVALUATE TRUE
               WHEN FR-ACK-ESTATUS EQUAL CA-ACUSE-AP AND
                    WS-PAG-ESTADO  NOT EQUAL CA-ESTADO-AP
                    PERFORM 3300-MARCA-APLICADO
               WHEN FR-ACK-ESTATUS EQUAL CA-ACUSE-RC AND
                    WS-PAG-ESTADO  EQUAL CA-ESTADO-RE
                    ADD 1 TO E212-NUM-RECHAZADOS
                    MOVE CA-MOTIVO-RC      TO WS-PAG-MOTIVO
                    PERFORM 4200-ENVIA-EXCEPCION
               WHEN FR-ACK-ESTATUS EQUAL CA-ACUSE-AP OR
                    FR-ACK-ESTATUS EQUAL CA-ACUSE-RC
                    CONTINUE
               WHEN OTHER
                    ADD 1 TO E212-NUM-SIN-REMESA
                    PERFORM 3900-ESCRIBE-SIN-REMESA
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3300-MARCA-APLICADO.                                        *
      ******************************************************************
       3300-MARCA-APLICADO.
      *
           EXEC SQL
               UPDATE MBDT247
                  SET T247_ESTADO       = :CA-ESTADO-AP,
                      T247_DAT_APLICA   = DATE(:FR-ACK-FECHA-APLICA),
                      T247_FOLIO_APLICA = :FR-ACK-FOLIO,
                      T247_STP_LASTMOD  = CURRENT TIMESTAMP
                WHERE T247_ENT     = :E212-ENT-ORIGIN
                  AND T247_CEN_REG = :WS-PAG-CEN-REG
                  AND T247_ACC     = :WS-PAG-ACC
                  AND T247_NUM_OPERATION = :WS-PAG-NUM-OPER
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E212-COD-RETURN
           ELSE
              ADD 1                        TO E212-NUM-APLICADOS
              IF WS-PAG-ESTADO EQUAL CA-ESTADO-EX
                 MOVE WS-PAG-NUM-OPER      TO WS-EDIT-NOPE
                 MOVE SPACES               TO FR-REPORTE-LINEA
                 STRING 'APLICADO-TARDIO;' DELIMITED BY SIZE
                        WS-PAG-CEN-REG     DELIMITED BY SIZE
                        WS-PAG-ACC         DELIMITED BY SIZE
                        ';NUMOPER='        DELIMITED BY SIZE
                        WS-EDIT-NOPE       DELIMITED BY SIZE
                        ';FOLIO='          DELIMITED BY SIZE
                        FR-ACK-FOLIO       DELIMITED BY SIZE
                   INTO FR-REPORTE-LINEA
                 END-STRING
                 WRITE FR-REPORTE-LINEA
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 3900-ESCRIBE-SIN-REMESA.                                    *
      ******************************************************************
       3900-ESCRIBE-SIN-REMESA.
      *
           MOVE FR-ACK-IMPORTE             TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'ACUSE-SIN-REMESA;'      DELIMITED BY SIZE
                  FR-ACK-COD-EMISOR        DELIMITED BY SIZE
                  ';REF='                  DELIMITED BY SIZE
                  FR-ACK-CEN-REG           DELIMITED BY SIZE
                  FR-ACK-ACC               DELIMITED BY SIZE
                  FR-ACK-NUM-OPER          DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';ESTATUS='              DELIMITED BY SIZE
                  FR-ACK-ESTATUS           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4000-NO-APLICADOS: LO REMESADO HACE MAS DE E212-DIAS-APLICA *
      *     DIAS SIN ACUSE DE APLICACION VA A EXCEPCIONES.             *
      ******************************************************************
       4000-NO-APLICADOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C212VEN CURSOR FOR
               SELECT T247_CEN_REG, T247_ACC, T247_NUM_OPERATION,
                      T247_COD_EMISOR, T247_IMPORTE,
                      CHAR(T247_DAT_OPERATION)
                 FROM MBDT247
                WHERE T247_ENT    = :E212-ENT-ORIGIN
                  AND T247_ESTADO = :CA-ESTADO-RE
                  AND T247_DAT_REMESA <
                      (DATE(:E212-FECHA-PROCESO) -
                       :E212-DIAS-APLICA DAYS)
                ORDER BY T247_COD_EMISOR, T247_DAT_REMESA,
                         T247_CEN_REG, T247_ACC, T247_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C212VEN
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C212VEN
                   INTO :WS-PAG-CEN-REG, :WS-PAG-ACC,
                        :WS-PAG-NUM-OPER, :WS-PAG-EMISOR,
                        :WS-PAG-IMPORTE, :WS-PAG-FECHA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE CA-MOTIVO-NA   TO WS-PAG-MOTIVO
                        PERFORM 4200-ENVIA-EXCEPCION
                        IF NOT E212-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E212-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C212VEN
           END-EXEC.
      *
      ******************************************************************
      *.PN 4200-ENVIA-EXCEPCION: EL PAGO PASA A 'EX' CON SU MOTIVO;    *
      *     UN RENGLON A LA COLA DE EXCEPCIONES Y AVISO AL CLIENTE.    *
      *     LA DECISION DE REEMBOLSAR O REENVIAR SE TOMA SOBRE LA COLA.*
      ******************************************************************
       4200-ENVIA-EXCEPCION.
      *
           EXEC SQL
               UPDATE MBDT247
                  SET T247_ESTADO      = :CA-ESTADO-EX,
                      T247_MOTIVO      = :WS-PAG-MOTIVO,
                      T247_STP_LASTMOD = CURRENT TIMESTAMP
                WHERE T247_ENT     = :E212-ENT-ORIGIN
                  AND T247_CEN_REG = :WS-PAG-CEN-REG
                  AND T247_ACC     = :WS-PAG-ACC
                  AND T247_NUM_OPERATION = :WS-PAG-NUM-OPER
                  AND T247_ESTADO  = :CA-ESTADO-RE
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E212-COD-RETURN
           ELSE
              ADD 1                        TO E212-NUM-EXCEPCIONES
              PERFORM 4300-AVISA-CLIENTE
              PERFORM 4290-ESCRIBE-EXCEPCION
           END-IF.
      *
      ******************************************************************
      *.PN 4300-AVISA-CLIENTE.                                         *
      ******************************************************************
       4300-AVISA-CLIENTE.
      *
           INITIALIZE VA-MBEC0150.
           MOVE 'PSNA'                     TO PR-EVT-TIPO.
           MOVE E212-ENT-ORIGIN            TO PR-EVT-ENT.
           MOVE SPACES                     TO PR-EVT-CUENTA.
           STRING WS-PAG-CEN-REG           DELIMITED BY SIZE
                  WS-PAG-ACC               DELIMITED BY SIZE
             INTO PR-EVT-CUENTA
           END-STRING.
           MOVE WS-PAG-IMPORTE             TO PR-EVT-IMPORTE.
           MOVE WS-PAG-NUM-OPER            TO PR-EVT-REFERENCIA.
           MOVE 'PAGO DE SERVICIO NO APLICADO POR EMISOR'
                                           TO PR-EVT-DETALLE.
      *
           CALL CA-MB7C0150 USING VA-MBEC0150.
      *
      ******************************************************************
      *.PN 4290-ESCRIBE-EXCEPCION.                                     *
      ******************************************************************
       4290-ESCRIBE-EXCEPCION.
      *
           MOVE WS-PAG-IMPORTE             TO WS-EDIT-IMPT.
           MOVE WS-PAG-NUM-OPER            TO WS-EDIT-NOPE.
           MOVE SPACES                     TO FR-EXCEPCION-LINEA.
           STRING 'EXCEPCION;'             DELIMITED BY SIZE
                  WS-PAG-CEN-REG           DELIMITED BY SIZE
                  WS-PAG-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';EMISOR='               DELIMITED BY SIZE
                  WS-PAG-EMISOR            DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';FECHA='                DELIMITED BY SIZE
                  WS-PAG-FECHA             DELIMITED BY SIZE
                  ';MOTIVO='               DELIMITED BY SIZE
                  WS-PAG-MOTIVO            DELIMITED BY SIZE
             INTO FR-EXCEPCION-LINEA
           END-STRING.
           WRITE FR-EXCEPCION-LINEA.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE E212-NUM-REMESADOS         TO WS-EDIT-NUM.
           MOVE E212-IMP-REMESADO          TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL REMESADO='        DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E212-NUM-EXCEPCIONES       TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL A EXCEPCIONES='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           IF E212-NUM-REMESADOS   EQUAL 0 AND
              E212-NUM-SIN-EMISOR  EQUAL 0 AND
              E212-NUM-ACUSES      EQUAL 0 AND
              E212-NUM-EXCEPCIONES EQUAL 0
              MOVE CA-10                   TO E212-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REMESA F-ACUSE F-REPORTE F-EXCEPCION
           END-IF.
      *
           GOBACK.
      *
