      ******************************************************************
      *  MB9B0191: REPORTE TRIMESTRAL DE OPERACIONES RELEVANTES EN    *
      *            EFECTIVO A LA UIF. MB9B0128 SOLO MIRA EL EFECTIVO  *
      *            DE CORRESPONSALES (Y BUSCA ESTRUCTURACION); EL     *
      *            REPORTE REGULATORIO CUBRE TODO DEPOSITO Y RETIRO   *
      *            EN EFECTIVO IGUAL O MAYOR AL UMBRAL EN DOLARES EN  *
      *            CUALQUIER CANAL:                                   *
      *            - CORRESPONSAL: W50; Q54; 000 Y T27 (LOS MISMOS    *
      *              DE MB9B0128 Y MB9B0179);                         *
      *            - CAJERO: J15/J14 O TERMINAL CATALOGADA EN LA      *
      *              TABLA 0497 DE TCDT010 (QUERY-TCDT010-CAJERO DE   *
      *              MB2C0009; DE AHI SALE EL NUMERO DE CAJERO);      *
      *            - VENTANILLA: EL RESTO DEL EFECTIVO (Q57; 001).    *
      *            CADA OPERACION SE CONVIERTE CON EL TIPO DE CAMBIO  *
      *            FIX DEL DOLAR DE SU DIA EN TCDT081 (SIN COTIZACION *
      *            ESE DIA: LA ULTIMA ANTERIOR). EL CLIENTE SE        *
      *            RESUELVE CON EL TITULAR DE PEDT008 Y SUS DATOS DE  *
      *            PEDT001. SALIDAS: EL ARCHIVO UIF EN EL LAYOUT      *
      *            OFICIAL DELIMITADO POR ';' (UIFOUT) Y EL REPORTE   *
      *            DE CONTROL CON CONTEOS Y TOTALES POR CANAL Y TIPO  *
      *            (UIFCTL) PARA LA FIRMA DE CUMPLIMIENTO.            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0191.
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
      *     @BAZ223    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-UIF ASSIGN TO UIFOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CONTROL ASSIGN TO UIFCTL
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-UIF
           RECORDING MODE IS F.
       01  FR-UIF-LINEA                    PIC X(400).
      *
       FD  F-CONTROL
           RECORDING MODE IS F.
       01  FR-CONTROL-LINEA                PIC X(132).
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
       01  CA-UMBRAL-DEFAULT               PIC 9(07)  VALUE 7500.
      * CONSTANTES DEL LAYOUT OFICIAL: REPORTE '1' RELEVANTE; ORGANO
      * SUPERVISOR CNBV; INSTRUMENTO '01' EFECTIVO; MONEDA '1' PESOS.
       01  CA-TIPO-REPORTE                 PIC X(01)  VALUE '1'.
       01  CA-ORGANO-SUPERVISOR            PIC X(06)  VALUE '001002'.
       01  CA-INSTRUMENTO                  PIC X(02)  VALUE '01'.
       01  CA-MONEDA                       PIC X(01)  VALUE '1'.
       01  CA-OPE-DEPOSITO                 PIC X(02)  VALUE '01'.
       01  CA-OPE-RETIRO                   PIC X(02)  VALUE '02'.
      *
      * PERIODO DEL TRIMESTRE.
       01  WS-PERIODO.
           05 WS-MES-INI                   PIC 9(02).
           05 WS-MES-FIN                   PIC 9(02).
           05 WS-FEC-INI.
              10 WS-FEC-INI-ANIO           PIC 9(04).
              10 FILLER                    PIC X(01)  VALUE '-'.
              10 WS-FEC-INI-MES            PIC 9(02).
              10 FILLER                    PIC X(03)  VALUE '-01'.
           05 WS-FEC-FIN-MES.
              10 WS-FEC-FIN-ANIO           PIC 9(04).
              10 FILLER                    PIC X(01)  VALUE '-'.
              10 WS-FEC-FIN-MM             PIC 9(02).
              10 FILLER                    PIC X(03)  VALUE '-01'.
           05 WS-PERIODO-UIF.
              10 WS-PER-ANIO               PIC 9(04).
              10 WS-PER-MES                PIC 9(02).
      *
       01  WS-UMBRAL-USD                   PIC S9(07) COMP-3.
      *
      * OPERACION DE EFECTIVO EN TURNO CON SU TIPO DE CAMBIO Y TITULAR.
       01  WS-EFECTIVO.
           05 WS-EFE-CEN-REG               PIC X(04).
           05 WS-EFE-ACC                   PIC X(10).
           05 WS-EFE-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-EFE-COD                   PIC X(03).
           05 WS-EFE-FECHA                 PIC X(10).
           05 WS-EFE-AMT                   PIC S9(13)V9(02) COMP-3.
           05 WS-EFE-CANAL                 PIC X(03).
              88 WS-CANAL-CORRESPONSAL             VALUE 'COR'.
              88 WS-CANAL-CAJERO                   VALUE 'ATM'.
           05 WS-EFE-CAJERO                PIC X(06).
           05 WS-EFE-TC                    PIC S9(05)V9(06) COMP-3.
           05 WS-EFE-NUM-CUS               PIC X(08).
           05 WS-EFE-NOMBRE                PIC X(20).
           05 WS-EFE-PATERNO               PIC X(20).
           05 WS-EFE-MATERNO               PIC X(20).
           05 WS-EFE-RFC                   PIC X(13).
      *
       01  WS-EFE-AMT-ABS                  PIC S9(13)V9(02) COMP-3.
       01  WS-EFE-USD                      PIC S9(13)V9(02) COMP-3.
       01  WS-TIPO-OPE                     PIC X(02).
       01  WS-FOLIO                        PIC 9(06)  VALUE 0.
      *
      * CONTROL POR CANAL (1 CORRESPONSAL; 2 CAJERO; 3 VENTANILLA) Y
      * TIPO (1 DEPOSITO; 2 RETIRO).
       01  WS-CONTROL.
           05 WS-CTL-CANAL                 OCCURS 3 TIMES.
              10 WS-CTL-TIPO               OCCURS 2 TIMES.
                 15 WS-CTL-NUM             PIC S9(09) COMP.
                 15 WS-CTL-MXN             PIC S9(15)V9(02) COMP-3.
                 15 WS-CTL-USD             PIC S9(15)V9(02) COMP-3.
       01  WS-IX-CANAL                     PIC S9(04) COMP.
       01  WS-IX-TIPO                      PIC S9(04) COMP.
       01  WS-NOM-CANAL                    PIC X(10).
       01  WS-NOM-TIPO                     PIC X(08).
      *
       01  WS-EDIT-IMPT                    PIC 9(13).99.
       01  WS-EDIT-IMPT2                   PIC -(15)9.99.
       01  WS-EDIT-IMPT3                   PIC -(15)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-NOPE                    PIC 9(09).
       01  WS-EDIT-FECHA                   PIC X(08).
       01  WS-EDIT-TRIM                    PIC 9(01).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0191.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0191.
      *
           PERFORM 1000-START.
           IF E191-RETURN-OK
              PERFORM 2000-OPERACIONES-RELEVANTES
           END-IF.
           IF WSS-FILES-ABIERTOS-SI AND NOT E191-RETURN-ERROR
              PERFORM 3000-REPORTE-CONTROL
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E191-COD-RETURN.
           MOVE 0                          TO E191-NUM-OPERACIONES
                                              E191-NUM-SIN-CLIENTE
                                              E191-NUM-SIN-TC
                                              E191-IMP-TOTAL-MXN
                                              E191-IMP-TOTAL-USD.
           INITIALIZE WS-CONTROL.
      *
           IF E191-ENT-ORIGIN   EQUAL SPACES OR
              E191-CLAVE-SUJETO EQUAL SPACES OR
              E191-ANIO         EQUAL ZEROES OR
              E191-TRIMESTRE    < 1          OR
              E191-TRIMESTRE    > 4
              MOVE CA-99                   TO E191-COD-RETURN
           END-IF.
      *
           IF E191-UMBRAL-USD EQUAL ZEROES
              MOVE CA-UMBRAL-DEFAULT       TO WS-UMBRAL-USD
           ELSE
              MOVE E191-UMBRAL-USD         TO WS-UMBRAL-USD
           END-IF.
      *
           IF E191-RETURN-OK
              COMPUTE WS-MES-FIN = E191-TRIMESTRE * 3
              COMPUTE WS-MES-INI = WS-MES-FIN - 2
              MOVE E191-ANIO               TO WS-FEC-INI-ANIO
                                              WS-FEC-FIN-ANIO
                                              WS-PER-ANIO
              MOVE WS-MES-INI              TO WS-FEC-INI-MES
              MOVE WS-MES-FIN              TO WS-FEC-FIN-MM
                                              WS-PER-MES
              OPEN OUTPUT F-UIF
              OPEN OUTPUT F-CONTROL
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE E191-TRIMESTRE          TO WS-EDIT-TRIM
              MOVE SPACES                  TO FR-CONTROL-LINEA
              STRING 'CONTROL OPERACIONES RELEVANTES UIF '
                                           DELIMITED BY SIZE
                     E191-ANIO             DELIMITED BY SIZE
                     ' TRIMESTRE '         DELIMITED BY SIZE
                     WS-EDIT-TRIM          DELIMITED BY SIZE
                     ' ENTIDAD '           DELIMITED BY SIZE
                     E191-ENT-ORIGIN       DELIMITED BY SIZE
                     ' SUJETO '            DELIMITED BY SIZE
                     E191-CLAVE-SUJETO     DELIMITED BY SIZE
                INTO FR-CONTROL-LINEA
              END-STRING
              WRITE FR-CONTROL-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-OPERACIONES-RELEVANTES: EL EFECTIVO DEL TRIMESTRE EN   *
      *     TODOS LOS CANALES CON SU TIPO DE CAMBIO DEL DIA; SE TRAEN  *
      *     LAS QUE REBASAN EL UMBRAL Y LAS QUE NO TIENEN COTIZACION   *
      *     (ESAS NO SE PUEDEN EVALUAR Y VAN AL CONTROL).              *
      ******************************************************************
       2000-OPERACIONES-RELEVANTES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C191EFE CURSOR FOR
               SELECT X.CEN_REG, X.ACC, X.NUM_OPER, X.COD,
                      CHAR(X.FECHA), X.AMT, X.CANAL, X.CAJERO,
                      X.TC, X.NUM_CUS, X.NOMBRE, X.PATERNO,
                      X.MATERNO, X.RFC
                 FROM (SELECT M.T071_CEN_REG AS CEN_REG,
                              M.T071_ACC AS ACC,
                              M.T071_NUM_OPERATION AS NUM_OPER,
                              M.T071_COD AS COD,
                              M.T071_DAT_OPERATION AS FECHA,
                              M.T071_AMT AS AMT,
                              CASE
                                WHEN M.T071_COD IN ('W50','Q54','000',
                                                    'T27') THEN 'COR'
                                WHEN M.T071_COD IN ('J15','J14')
                                  OR T.DTA_TBLKEY IS NOT NULL
                                  OR SUBSTR(M.T071_NETNAMEUPD, 1, 3)
                                     = 'ATM' THEN 'ATM'
                                ELSE 'SUC'
                              END AS CANAL,
                              COALESCE(SUBSTR(T.DTA_TBLKEY, 1, 6),
                                       ' ') AS CAJERO,
                              COALESCE(
                                (SELECT R.FIXRATE
                                   FROM TCDT081 R with (nolock)
                                  WHERE R.COD_ENTITY = M.T071_ENT
                                    AND R.COD_FCC    = 'USD'
                                    AND R.FLG_FCCB3  = 'B'
                                    AND R.DAT_EXCHANGE =
                                        (SELECT MAX(R2.DAT_EXCHANGE)
                                           FROM TCDT081 R2
                                          WHERE R2.COD_ENTITY =
                                                M.T071_ENT
                                            AND R2.COD_FCC   = 'USD'
                                            AND R2.FLG_FCCB3 = 'B'
                                            AND R2.DAT_EXCHANGE <=
                                                M.T071_DAT_OPERATION)),
                                0) AS TC,
                              COALESCE(P8.NUM_CUS, ' ') AS NUM_CUS,
                              COALESCE(P1.NAME, ' ') AS NOMBRE,
                              COALESCE(P1.SURNAME, ' ') AS PATERNO,
                              COALESCE(P1.SCDSURNAME, ' ') AS MATERNO,
                              COALESCE(P1.RFC, ' ') AS RFC
                         FROM BGDT071 M
                         LEFT OUTER JOIN TCDT010 T
                           ON T.COD_TABLE = '0497'
                          AND T.LNG_DATA  = 'E'
                          AND T.KEY_TABLE = M.T071_NETNAMEUPD
                          AND T.ENTITY    = '0127'
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
                        WHERE M.T071_ENT = :E191-ENT-ORIGIN
                          AND M.T071_DAT_OPERATION
                              BETWEEN DATE(:WS-FEC-INI)
                                  AND LAST_DAY(DATE(:WS-FEC-FIN-MES))
                          AND M.T071_COD IN ('W50','Q54','000','T27',
                                             'J15','J14','Q57','001')
                          AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S') X
                WHERE X.TC = 0
                   OR ABS(X.AMT) >= :WS-UMBRAL-USD * X.TC
                ORDER BY X.FECHA, X.CEN_REG, X.ACC, X.NUM_OPER
           END-EXEC.
      *
           EXEC SQL
               OPEN C191EFE
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C191EFE
                   INTO :WS-EFE-CEN-REG, :WS-EFE-ACC,
                        :WS-EFE-NUM-OPER, :WS-EFE-COD,
                        :WS-EFE-FECHA, :WS-EFE-AMT,
                        :WS-EFE-CANAL, :WS-EFE-CAJERO,
                        :WS-EFE-TC, :WS-EFE-NUM-CUS,
                        :WS-EFE-NOMBRE, :WS-EFE-PATERNO,
                        :WS-EFE-MATERNO, :WS-EFE-RFC
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-EVALUA-OPERACION
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E191-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C191EFE
           END-EXEC.
      *
           IF E191-NUM-OPERACIONES EQUAL 0 AND
              E191-COD-RETURN      EQUAL CA-00
              MOVE CA-10                   TO E191-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-EVALUA-OPERACION.                                      *
      ******************************************************************
       2100-EVALUA-OPERACION.
      *
           IF WS-EFE-AMT < ZEROES
              COMPUTE WS-EFE-AMT-ABS = WS-EFE-AMT * -1
              MOVE CA-OPE-RETIRO           TO WS-TIPO-OPE
              MOVE 2                       TO WS-IX-TIPO
           ELSE
              MOVE WS-EFE-AMT              TO WS-EFE-AMT-ABS
              MOVE CA-OPE-DEPOSITO         TO WS-TIPO-OPE
              MOVE 1                       TO WS-IX-TIPO
           END-IF.
      *
           IF WS-EFE-TC EQUAL ZEROES
              ADD 1                        TO E191-NUM-SIN-TC
              PERFORM 2900-ESCRIBE-SIN-TC
           ELSE
              COMPUTE WS-EFE-USD ROUNDED =
                      WS-EFE-AMT-ABS / WS-EFE-TC
              EVALUATE TRUE
                  WHEN WS-CANAL-CORRESPONSAL
                       MOVE 1              TO WS-IX-CANAL
                  WHEN WS-CANAL-CAJERO
                       MOVE 2              TO WS-IX-CANAL
                  WHEN OTHER
                       MOVE 3              TO WS-IX-CANAL
              END-EVALUATE
              ADD 1                        TO E191-NUM-OPERACIONES
              ADD WS-EFE-AMT-ABS           TO E191-IMP-TOTAL-MXN
              ADD WS-EFE-USD               TO E191-IMP-TOTAL-USD
              ADD 1        TO WS-CTL-NUM(WS-IX-CANAL WS-IX-TIPO)
              ADD WS-EFE-AMT-ABS
                           TO WS-CTL-MXN(WS-IX-CANAL WS-IX-TIPO)
              ADD WS-EFE-USD
                           TO WS-CTL-USD(WS-IX-CANAL WS-IX-TIPO)
              IF WS-EFE-NUM-CUS EQUAL SPACES
                 ADD 1                     TO E191-NUM-SIN-CLIENTE
              END-IF
              PERFORM 2200-ESCRIBE-UIF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-ESCRIBE-UIF: UN REGISTRO DEL LAYOUT OFICIAL. LA        *
      *     LOCALIDAD ES LA SUCURSAL DE LA CUENTA; EN CAJERO SE        *
      *     INFORMA ADEMAS EL NUMERO DE CAJERO.                        *
      ******************************************************************
       2200-ESCRIBE-UIF.
      *
           ADD 1                           TO WS-FOLIO.
           MOVE WS-EFE-AMT-ABS             TO WS-EDIT-IMPT.
           MOVE WS-EFE-NUM-OPER            TO WS-EDIT-NOPE.
           STRING WS-EFE-FECHA(1:4)        DELIMITED BY SIZE
                  WS-EFE-FECHA(6:2)        DELIMITED BY SIZE
                  WS-EFE-FECHA(9:2)        DELIMITED BY SIZE
             INTO WS-EDIT-FECHA
           END-STRING.
      *
           MOVE SPACES                     TO FR-UIF-LINEA.
           STRING CA-TIPO-REPORTE          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-PERIODO-UIF           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-FOLIO                 DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  CA-ORGANO-SUPERVISOR     DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  E191-CLAVE-SUJETO        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-CEN-REG           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-CANAL             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-CAJERO            DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-TIPO-OPE              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  CA-INSTRUMENTO           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-CEN-REG           DELIMITED BY SIZE
                  WS-EFE-ACC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  CA-MONEDA                DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-FECHA            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-NUM-CUS           DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-RFC               DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-NOMBRE            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-PATERNO           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EFE-MATERNO           DELIMITED BY SIZE
             INTO FR-UIF-LINEA
           END-STRING.
           WRITE FR-UIF-LINEA.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-SIN-TC: OPERACION DE EFECTIVO QUE NO SE PUDO   *
      *     EVALUAR (SIN COTIZACION DEL DOLAR EN TCDT081 A SU FECHA).  *
      ******************************************************************
       2900-ESCRIBE-SIN-TC.
      *
           MOVE WS-EFE-AMT                 TO WS-EDIT-IMPT2.
           MOVE WS-EFE-NUM-OPER            TO WS-EDIT-NOPE.
           MOVE SPACES                     TO FR-CONTROL-LINEA.
           STRING 'SIN TIPO DE CAMBIO;'    DELIMITED BY SIZE
                  WS-EFE-CEN-REG           DELIMITED BY SIZE
                  WS-EFE-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';FECHA='                DELIMITED BY SIZE
                  WS-EFE-FECHA             DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
             INTO FR-CONTROL-LINEA
           END-STRING.
           WRITE FR-CONTROL-LINEA.
      *
      ******************************************************************
      *.PN 3000-REPORTE-CONTROL: CONTEOS Y TOTALES POR CANAL Y TIPO Y  *
      *     EL GRAN TOTAL, QUE DEBE CUADRAR CON LOS REGISTROS DEL      *
      *     ARCHIVO UIF.                                               *
      ******************************************************************
       3000-REPORTE-CONTROL.
      *
           PERFORM 3100-ESCRIBE-CONTROL
                   VARYING WS-IX-CANAL FROM 1 BY 1
                     UNTIL WS-IX-CANAL > 3
                     AFTER WS-IX-TIPO FROM 1 BY 1
                     UNTIL WS-IX-TIPO > 2.
      *
           MOVE E191-NUM-OPERACIONES       TO WS-EDIT-NUM.
           MOVE E191-IMP-TOTAL-MXN         TO WS-EDIT-IMPT2.
           MOVE E191-IMP-TOTAL-USD         TO WS-EDIT-IMPT3.
           MOVE SPACES                     TO FR-CONTROL-LINEA.
           STRING 'TOTAL REGISTROS UIF;NUM='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';MXN='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
                  ';USD='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT3            DELIMITED BY SIZE
             INTO FR-CONTROL-LINEA
           END-STRING.
           WRITE FR-CONTROL-LINEA.
      *
           MOVE E191-NUM-SIN-CLIENTE       TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-CONTROL-LINEA.
           STRING 'REGISTROS SIN TITULAR IDENTIFICADO;NUM='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CONTROL-LINEA
           END-STRING.
           WRITE FR-CONTROL-LINEA.
      *
           MOVE E191-NUM-SIN-TC            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-CONTROL-LINEA.
           STRING 'OPERACIONES SIN TIPO DE CAMBIO;NUM='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CONTROL-LINEA
           END-STRING.
           WRITE FR-CONTROL-LINEA.
      *
      ******************************************************************
      *.PN 3100-ESCRIBE-CONTROL.                                       *
      ******************************************************************
       3100-ESCRIBE-CONTROL.
      *
           EVALUATE WS-IX-CANAL
               WHEN 1
                    MOVE 'CORRESPONS'      TO WS-NOM-CANAL
               WHEN 2
                    MOVE 'CAJERO'          TO WS-NOM-CANAL
               WHEN OTHER
                    MOVE 'VENTANILLA'      TO WS-NOM-CANAL
           END-EVALUATE.
           IF WS-IX-TIPO EQUAL 1
              MOVE 'DEPOSITO'              TO WS-NOM-TIPO
           ELSE
              MOVE 'RETIRO'                TO WS-NOM-TIPO
           END-IF.
      *
           MOVE WS-CTL-NUM(WS-IX-CANAL WS-IX-TIPO) TO WS-EDIT-NUM.
           MOVE WS-CTL-MXN(WS-IX-CANAL WS-IX-TIPO) TO WS-EDIT-IMPT2.
           MOVE WS-CTL-USD(WS-IX-CANAL WS-IX-TIPO) TO WS-EDIT-IMPT3.
           MOVE SPACES                     TO FR-CONTROL-LINEA.
           STRING 'CANAL='                 DELIMITED BY SIZE
                  WS-NOM-CANAL             DELIMITED BY SIZE
                  ';TIPO='                 DELIMITED BY SIZE
                  WS-NOM-TIPO              DELIMITED BY SIZE
                  ';NUM='                  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';MXN='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
                  ';USD='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT3            DELIMITED BY SIZE
             INTO FR-CONTROL-LINEA
           END-STRING.
           WRITE FR-CONTROL-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-UIF
              CLOSE F-CONTROL
           END-IF.
      *
           GOBACK.
      *
