      ******************************************************************
      *  MB9B0189: EMISION MENSUAL CFDI DE COMISIONES. EL CLIENTE CON *
      *            RFC TIENE DERECHO A SU COMPROBANTE FISCAL POR CADA *
      *            COMISION Y SU IVA Y HASTA HOY SE FACTURABA A MANO  *
      *            A PETICION. ESTE BATCH TOMA LOS CARGOS DE COMISION *
      *            DEL MES EN BGDT071 (LA MISMA FAMILIA QUE TOTALIZA  *
      *            MB9B0179: DESCRIPCION 'COMISION', CARGO); LES      *
      *            PAREA SU CARGO DE IVA (EL MOVIMIENTO SIGUIENTE DE  *
      *            LA CUENTA CON CODIGO DE IVA DE COMISION; LOS DE    *
      *            SW-IVA-COMISION EN MB2C0009); RESUELVE EL TITULAR  *
      *            (PEDT008 'T' 01) Y SU RFC EN PEDT001 Y ESCRIBE EL  *
      *            ARCHIVO DE EMISION CON EL LAYOUT DEL PAC (CFDIOUT):*
      *            UN COMPROBANTE POR CLIENTE ('H') CON UN CONCEPTO   *
      *            POR COMISION ('C'). CADA COMISION ENVIADA QUEDA EN *
      *            MBDT212 CON SU FOLIO INTERNO EN ESTADO 'EN'; LA    *
      *            RESPUESTA DEL PAC LA CARGA MB9B0190 (UUID). LAS    *
      *            YA TIMBRADAS NUNCA SE REENVIAN; LAS RECHAZADAS     *
      *            SALEN DE NUEVO CON OTRO FOLIO (NUMERO DE INTENTO). *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0189.
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
      *     @BAZ222    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-EMISION ASSIGN TO CFDIOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-EMISION
           RECORDING MODE IS F.
      * ENCABEZADO DEL COMPROBANTE (UNO POR CLIENTE Y MES).
       01  FR-CFDI-ENCABEZADO.
           05 FR-ENC-TIPO                  PIC X(01).
           05 FR-ENC-FOLIO                 PIC X(20).
           05 FR-ENC-FECHA                 PIC X(10).
           05 FR-ENC-RFC                   PIC X(13).
           05 FR-ENC-NOMBRE                PIC X(62).
           05 FR-ENC-USO-CFDI              PIC X(04).
           05 FR-ENC-METODO-PAGO           PIC X(03).
           05 FR-ENC-FORMA-PAGO            PIC X(02).
           05 FR-ENC-MONEDA                PIC X(03).
           05 FR-ENC-SUBTOTAL              PIC 9(13)V9(02).
           05 FR-ENC-IVA                   PIC 9(13)V9(02).
           05 FR-ENC-TOTAL                 PIC 9(13)V9(02).
           05 FR-ENC-NUM-CONCEPTOS         PIC 9(05).
           05 FILLER                       PIC X(32).
      * CONCEPTO (UNA COMISION CON SU IVA Y LA REFERENCIA AL
      * MOVIMIENTO QUE LA COBRO).
       01  FR-CFDI-CONCEPTO.
           05 FR-CON-TIPO                  PIC X(01).
           05 FR-CON-FOLIO                 PIC X(20).
           05 FR-CON-NUM-CONCEPTO          PIC 9(05).
           05 FR-CON-CLAVE-PRODSERV        PIC X(08).
           05 FR-CON-CLAVE-UNIDAD          PIC X(03).
           05 FR-CON-CANTIDAD              PIC 9(05).
           05 FR-CON-DESCRIPCION           PIC X(40).
           05 FR-CON-IMPORTE               PIC 9(13)V9(02).
           05 FR-CON-TIPO-FACTOR           PIC X(06).
           05 FR-CON-TASA-IVA              PIC 9(01)V9(06).
           05 FR-CON-IVA                   PIC 9(13)V9(02).
           05 FR-CON-CEN-REG               PIC X(04).
           05 FR-CON-ACC                   PIC X(10).
           05 FR-CON-NUM-OPER              PIC 9(09).
           05 FR-CON-FEC-OPER              PIC X(10).
           05 FILLER                       PIC X(42).
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
       01  CA-ENVIADO                      PIC X(02)  VALUE 'EN'.
      * DATOS FIJOS DEL LAYOUT DEL PAC: SERVICIOS BANCARIOS COBRADOS
      * EN CUENTA; EL REGIMEN Y CODIGO POSTAL DEL RECEPTOR LOS TOMA
      * EL PAC DE SU CATALOGO DE RECEPTORES POR RFC.
       01  CA-ENCABEZADO                   PIC X(01)  VALUE 'H'.
       01  CA-CONCEPTO                     PIC X(01)  VALUE 'C'.
       01  CA-USO-CFDI                     PIC X(04)  VALUE 'G03'.
       01  CA-METODO-PAGO                  PIC X(03)  VALUE 'PUE'.
       01  CA-FORMA-PAGO                   PIC X(02)  VALUE '03'.
       01  CA-MONEDA                       PIC X(03)  VALUE 'MXN'.
       01  CA-CLAVE-PRODSERV               PIC X(08)  VALUE '84121500'.
       01  CA-CLAVE-UNIDAD                 PIC X(03)  VALUE 'E48'.
       01  CA-TASA-IVA                     PIC 9(01)V9(06)
                                                      VALUE 0.160000.
      *
      * COMISION EN TURNO CON SU IVA Y LOS TOTALES DE SU CLIENTE EN
      * EL MES (OLAP SOBRE EL MISMO CURSOR).
       01  WS-COMISION.
           05 WS-COM-NUM-CUS               PIC X(08).
           05 WS-COM-RFC                   PIC X(13).
           05 WS-COM-NOMBRE                PIC X(62).
           05 WS-COM-CEN-REG               PIC X(04).
           05 WS-COM-ACC                   PIC X(10).
           05 WS-COM-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-COM-FEC-OPER              PIC X(10).
           05 WS-COM-DESCRIPCION           PIC X(40).
           05 WS-COM-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-COM-IVA                   PIC S9(13)V9(02) COMP-3.
           05 WS-COM-CLI-NUM               PIC S9(09) COMP.
           05 WS-COM-CLI-IMPORTE           PIC S9(13)V9(02) COMP-3.
           05 WS-COM-CLI-IVA               PIC S9(13)V9(02) COMP-3.
      *
      * COMPROBANTE EN CURSO.
       01  WS-CFDI.
           05 WS-CFDI-NUM-CUS              PIC X(08)  VALUE SPACES.
           05 WS-CFDI-NUM-INTENTO          PIC S9(04) COMP.
           05 WS-CFDI-NUM-CONCEPTO         PIC 9(05).
           05 WS-CFDI-FOLIO.
              10 WS-FOL-PREFIJO            PIC X(02)  VALUE 'CM'.
              10 WS-FOL-ANIO               PIC X(04).
              10 WS-FOL-MES                PIC X(02).
              10 WS-FOL-NUM-CUS            PIC X(08).
              10 WS-FOL-INTENTO            PIC 9(02).
              10 FILLER                    PIC X(02)  VALUE SPACES.
      *
       01  WS-FEC-INI                      PIC X(10).
       01  WS-FEC-FIN                      PIC X(10).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0189.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0189.
      *
           PERFORM 1000-START.
           IF E189-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 3000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E189-COD-RETURN.
           MOVE 0                          TO E189-NUM-CFDI
                                              E189-NUM-CONCEPTOS
                                              E189-NUM-SIN-RFC
                                              E189-IMP-SUBTOTAL
                                              E189-IMP-IVA.
      *
           IF E189-ENT-ORIGIN  EQUAL SPACES OR
              E189-MES-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E189-COD-RETURN
           END-IF.
      *
           IF NOT E189-REENVIO-SI
              MOVE 'N'                     TO E189-REENVIO
           END-IF.
      *
           IF E189-RETURN-OK
              MOVE SPACES                  TO WS-FEC-INI
              STRING E189-MES-PROCESO      DELIMITED BY SPACE
                     '-01'                 DELIMITED BY SIZE
                INTO WS-FEC-INI
              END-STRING
              MOVE E189-MES-PROCESO(1:4)   TO WS-FOL-ANIO
              MOVE E189-MES-PROCESO(6:2)   TO WS-FOL-MES
      *
              EXEC SQL
                  SELECT CHAR(LAST_DAY(DATE(:WS-FEC-INI)))
                    INTO :WS-FEC-FIN
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
      *
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E189-COD-RETURN
              END-IF
           END-IF.
      *
           IF E189-RETURN-OK
              OPEN OUTPUT F-EMISION
              SET WSS-FILE-ABIERTO-SI      TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: LAS COMISIONES DEL MES AUN NO TIMBRADAS (NI   *
      *     ENVIADAS, SALVO REENVIO) ORDENADAS POR CLIENTE; CADA       *
      *     CAMBIO DE CLIENTE ABRE UN COMPROBANTE NUEVO.               *
      ******************************************************************
       2000-PROCESS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C189COM CURSOR FOR
               SELECT X.NUM_CUS, X.RFC, X.NOMBRE,
                      X.CEN_REG, X.ACC, X.NUM_OPER,
                      CHAR(X.FEC_OPER), X.DESCRIPCION,
                      X.IMPORTE, X.IVA,
                      COUNT(*) OVER (PARTITION BY X.NUM_CUS),
                      SUM(X.IMPORTE) OVER (PARTITION BY X.NUM_CUS),
                      SUM(X.IVA) OVER (PARTITION BY X.NUM_CUS)
                 FROM (SELECT COALESCE(P8.NUM_CUS, ' ') AS NUM_CUS,
                              COALESCE(P1.RFC, ' ') AS RFC,
                              COALESCE(RTRIM(P1.NAME) CONCAT ' '
                                       CONCAT RTRIM(P1.SURNAME)
                                       CONCAT ' '
                                       CONCAT RTRIM(P1.SCDSURNAME),
                                       ' ') AS NOMBRE,
                              M.T071_CEN_REG AS CEN_REG,
                              M.T071_ACC AS ACC,
                              M.T071_NUM_OPERATION AS NUM_OPER,
                              M.T071_DAT_OPERATION AS FEC_OPER,
                              SUBSTR(M.T071_OBSERVATIONS, 1, 40)
                                                    AS DESCRIPCION,
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
                                0) AS IVA
                         FROM BGDT071 M
                         LEFT OUTER JOIN PEDT008 P8
                           ON P8.COD_ENTITY   = M.T071_ENT
                          AND P8.BRN_OPEN     = M.T071_CEN_REG
                          AND P8.COD_PRODSERV = SUBSTR(M.T071_ACC, 1, 2)
                          AND P8.NUM_ACCOUNT  = SUBSTR(M.T071_ACC, 3, 8)
                          AND P8.KEY_PARTIC   = 'T'
                          AND P8.PARTSEQ      = '01'
                         LEFT OUTER JOIN PEDT001 P1
                           ON P1.NUM_CUS    = P8.NUM_CUS
                          AND P1.COD_ENTITY = P8.COD_ENTITY
                        WHERE M.T071_ENT = :E189-ENT-ORIGIN
                          AND M.T071_AMT < 0
                          AND UPPER(M.T071_OBSERVATIONS)
                              LIKE 'COMISION%'
                          AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                          AND M.T071_DAT_OPERATION
                              BETWEEN DATE(:WS-FEC-INI)
                                  AND DATE(:WS-FEC-FIN)
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM MBDT212 F
                                WHERE F.T212_ENT     = M.T071_ENT
                                  AND F.T212_CEN_REG = M.T071_CEN_REG
                                  AND F.T212_ACC     = M.T071_ACC
                                  AND F.T212_NUM_OPERATION =
                                      M.T071_NUM_OPERATION
                                  AND (F.T212_ESTADO = 'TI' OR
                                       (F.T212_ESTADO = 'EN' AND
                                        :E189-REENVIO <> 'S')))) X
                ORDER BY X.NUM_CUS, X.FEC_OPER, X.CEN_REG, X.ACC,
                         X.NUM_OPER
           END-EXEC.
      *
           EXEC SQL
               OPEN C189COM
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C189COM
                   INTO :WS-COM-NUM-CUS, :WS-COM-RFC,
                        :WS-COM-NOMBRE, :WS-COM-CEN-REG,
                        :WS-COM-ACC, :WS-COM-NUM-OPER,
                        :WS-COM-FEC-OPER, :WS-COM-DESCRIPCION,
                        :WS-COM-IMPORTE, :WS-COM-IVA,
                        :WS-COM-CLI-NUM, :WS-COM-CLI-IMPORTE,
                        :WS-COM-CLI-IVA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-PROCESA-COMISION
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E189-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C189COM
           END-EXEC.
      *
           IF E189-NUM-CONCEPTOS EQUAL 0 AND
              E189-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO E189-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-PROCESA-COMISION: SIN RFC NO HAY A QUIEN FACTURAR (SE  *
      *     CUENTA Y SE OMITE); CON CAMBIO DE CLIENTE SE ESCRIBE EL    *
      *     ENCABEZADO DEL COMPROBANTE NUEVO ANTES DEL CONCEPTO.       *
      ******************************************************************
       2100-PROCESA-COMISION.
      *
           IF WS-COM-NUM-CUS EQUAL SPACES OR
              WS-COM-RFC     EQUAL SPACES
              ADD 1                        TO E189-NUM-SIN-RFC
           ELSE
              IF WS-COM-NUM-CUS NOT EQUAL WS-CFDI-NUM-CUS
                 PERFORM 2200-ABRE-COMPROBANTE
              END-IF
              IF E189-COD-RETURN EQUAL CA-00
                 PERFORM 2300-ESCRIBE-CONCEPTO
                 PERFORM 2400-REGISTRA-ENVIO
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-ABRE-COMPROBANTE: FOLIO INTERNO CM+AAAAMM+CLIENTE+     *
      *     INTENTO (UNO MAS QUE EL ULTIMO ENVIADO PARA ESE CLIENTE Y  *
      *     MES; EL PAC NO ACEPTA UN FOLIO REPETIDO) Y ENCABEZADO CON  *
      *     LOS TOTALES DEL CLIENTE.                                   *
      ******************************************************************
       2200-ABRE-COMPROBANTE.
      *
           MOVE WS-COM-NUM-CUS             TO WS-CFDI-NUM-CUS
                                              WS-FOL-NUM-CUS.
           MOVE 0                          TO WS-CFDI-NUM-CONCEPTO
                                              WS-CFDI-NUM-INTENTO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T212_NUM_INTENTO), 0) + 1
                 INTO :WS-CFDI-NUM-INTENTO
                 FROM MBDT212
                WHERE T212_ENT     = :E189-ENT-ORIGIN
                  AND T212_NUM_CUS = :WS-COM-NUM-CUS
                  AND T212_PERIODO = :E189-MES-PROCESO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E189-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           ELSE
              MOVE WS-CFDI-NUM-INTENTO     TO WS-FOL-INTENTO
              ADD 1                        TO E189-NUM-CFDI
              MOVE SPACES                  TO FR-CFDI-ENCABEZADO
              MOVE CA-ENCABEZADO           TO FR-ENC-TIPO
              MOVE WS-CFDI-FOLIO           TO FR-ENC-FOLIO
              MOVE WS-FEC-FIN              TO FR-ENC-FECHA
              MOVE WS-COM-RFC              TO FR-ENC-RFC
              MOVE WS-COM-NOMBRE           TO FR-ENC-NOMBRE
              MOVE CA-USO-CFDI             TO FR-ENC-USO-CFDI
              MOVE CA-METODO-PAGO          TO FR-ENC-METODO-PAGO
              MOVE CA-FORMA-PAGO           TO FR-ENC-FORMA-PAGO
              MOVE CA-MONEDA               TO FR-ENC-MONEDA
              MOVE WS-COM-CLI-IMPORTE      TO FR-ENC-SUBTOTAL
              MOVE WS-COM-CLI-IVA          TO FR-ENC-IVA
              COMPUTE FR-ENC-TOTAL = WS-COM-CLI-IMPORTE +
                                     WS-COM-CLI-IVA
              MOVE WS-COM-CLI-NUM          TO FR-ENC-NUM-CONCEPTOS
              WRITE FR-CFDI-ENCABEZADO
           END-IF.
      *
      ******************************************************************
      *.PN 2300-ESCRIBE-CONCEPTO: SIN CARGO DE IVA PAREADO EL CONCEPTO *
      *     VA EXENTO.                                                 *
      ******************************************************************
       2300-ESCRIBE-CONCEPTO.
      *
           ADD 1                           TO WS-CFDI-NUM-CONCEPTO
                                              E189-NUM-CONCEPTOS.
           ADD WS-COM-IMPORTE              TO E189-IMP-SUBTOTAL.
           ADD WS-COM-IVA                  TO E189-IMP-IVA.
      *
           MOVE SPACES                     TO FR-CFDI-CONCEPTO.
           MOVE CA-CONCEPTO                TO FR-CON-TIPO.
           MOVE WS-CFDI-FOLIO              TO FR-CON-FOLIO.
           MOVE WS-CFDI-NUM-CONCEPTO       TO FR-CON-NUM-CONCEPTO.
           MOVE CA-CLAVE-PRODSERV          TO FR-CON-CLAVE-PRODSERV.
           MOVE CA-CLAVE-UNIDAD            TO FR-CON-CLAVE-UNIDAD.
           MOVE 1                          TO FR-CON-CANTIDAD.
           MOVE WS-COM-DESCRIPCION         TO FR-CON-DESCRIPCION.
           MOVE WS-COM-IMPORTE             TO FR-CON-IMPORTE.
           IF WS-COM-IVA GREATER THAN 0
              MOVE 'Tasa'                  TO FR-CON-TIPO-FACTOR
              MOVE CA-TASA-IVA             TO FR-CON-TASA-IVA
           ELSE
              MOVE 'Exento'                TO FR-CON-TIPO-FACTOR
              MOVE 0                       TO FR-CON-TASA-IVA
           END-IF.
           MOVE WS-COM-IVA                 TO FR-CON-IVA.
           MOVE WS-COM-CEN-REG             TO FR-CON-CEN-REG.
           MOVE WS-COM-ACC                 TO FR-CON-ACC.
           MOVE WS-COM-NUM-OPER            TO FR-CON-NUM-OPER.
           MOVE WS-COM-FEC-OPER            TO FR-CON-FEC-OPER.
           WRITE FR-CFDI-CONCEPTO.
      *
      ******************************************************************
      *.PN 2400-REGISTRA-ENVIO: ALTA/REEMPLAZO DE LA COMISION EN       *
      *     MBDT212 CON SU FOLIO EN ESTADO 'EN' (ENVIADA AL PAC).      *
      ******************************************************************
       2400-REGISTRA-ENVIO.
      *
           EXEC SQL
               DELETE FROM MBDT212
                WHERE T212_ENT     = :E189-ENT-ORIGIN
                  AND T212_CEN_REG = :WS-COM-CEN-REG
                  AND T212_ACC     = :WS-COM-ACC
                  AND T212_NUM_OPERATION = :WS-COM-NUM-OPER
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO MBDT212
                      (T212_ENT, T212_CEN_REG, T212_ACC,
                       T212_NUM_OPERATION, T212_DAT_OPERATION,
                       T212_PERIODO, T212_NUM_CUS, T212_RFC,
                       T212_FOLIO, T212_NUM_INTENTO,
                       T212_IMP_COMISION, T212_IMP_IVA,
                       T212_ESTADO, T212_UUID, T212_MOTIVO,
                       T212_STP_LASTMOD)
               VALUES (:E189-ENT-ORIGIN, :WS-COM-CEN-REG,
                       :WS-COM-ACC, :WS-COM-NUM-OPER,
                       DATE(:WS-COM-FEC-OPER),
                       :E189-MES-PROCESO, :WS-COM-NUM-CUS,
                       :WS-COM-RFC, :WS-CFDI-FOLIO,
                       :WS-CFDI-NUM-INTENTO,
                       :WS-COM-IMPORTE, :WS-COM-IVA,
                       :CA-ENVIADO, ' ', ' ',
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E189-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
       3000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-EMISION
           END-IF.
      *
           GOBACK.
      *
