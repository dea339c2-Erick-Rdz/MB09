      ******************************************************************
      *  MB9B0202: VALIDACION PREVIA DEL ARCHIVO DE DISPERSION DE     *
      *            NOMINA DEL EMPLEADOR. ANTES DE QUE EXISTA LA       *
      *            DISPERSION EN MBDT258 EL EMPLEADOR ENVIA SU        *
      *            ARCHIVO (ENCABEZADO CON CUENTA DISPERSORA Y FOLIO; *
      *            UN RENGLON POR EMPLEADO) Y RECIBE DE REGRESO UN    *
      *            ARCHIVO RENGLON POR RENGLON CON EL RESULTADO:      *
      *            'OK' SIN OBSERVACIONES; 'AD' SE PUEDE DISPERSAR    *
      *            PERO CON AVISO; 'RC' NO SE DEBE DISPERSAR. SE      *
      *            COTEJA QUE LA CUENTA EXISTA EN BGDT041 Y NO ESTE   *
      *            TRASPASADA A LA CUENTA GLOBAL; LA MARCA DE         *
      *            INACTIVIDAD DE MBDT157 (MB9B0138); EL EMBARGO      *
      *            VIGENTE EN BGDT089 (MB9B0127); EL TOPE MENSUAL EN  *
      *            UDIS DE LAS WALLETS (MISMO CALCULO DE MB9B0159) Y  *
      *            EL NOMBRE DEL EMPLEADO CONTRA EL TITULAR DE        *
      *            PEDT001 (MISMA CALIFICACION DE 29997-COTEJA-       *
      *            NOMBRE-BEN EN MB2C0009). EL ENCABEZADO DEL         *
      *            RESULTADO LLEVA EL NOMBRE DEL EMPLEADOR (DMDT001). *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0202.
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
      *     @BAZ236    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-NOMINA ASSIGN TO NOMPREV
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-RESULTADO ASSIGN TO NOMVALID
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-NOMINA
           RECORDING MODE IS F.
       01  FR-NOMINA-REG.
           05 FR-NOM-TIPO                  PIC X(01).
              88 FR-NOM-ENCABEZADO                 VALUE 'H'.
              88 FR-NOM-DETALLE                    VALUE 'D'.
           05 FR-NOM-DATOS                 PIC X(99).
      * ENCABEZADO: CUENTA DISPERSORA (SUCURSAL + CUENTA), FOLIO DEL
      * LOTE Y FECHA PROGRAMADA DE LA DISPERSION (AAAA-MM-DD).
           05 FR-NOM-ENC REDEFINES FR-NOM-DATOS.
              10 FR-ENC-CTA-CAR            PIC X(14).
              10 FR-ENC-FOLIO              PIC X(06).
              10 FR-ENC-FEC-DISPERSA       PIC X(10).
              10 FILLER                    PIC X(69).
      * DETALLE: CUENTA DEL EMPLEADO (SUCURSAL + CUENTA), IMPORTE,
      * NOMBRE COMO LO TIENE EL EMPLEADOR Y SU NUMERO DE EMPLEADO.
           05 FR-NOM-DET REDEFINES FR-NOM-DATOS.
              10 FR-DET-REF-CAR            PIC X(14).
              10 FR-DET-IMPORTE            PIC 9(13)V9(02).
              10 FR-DET-NOMBRE             PIC X(50).
              10 FR-DET-ID-EMPLEADO        PIC X(10).
              10 FILLER                    PIC X(10).
      *
       FD  F-RESULTADO
           RECORDING MODE IS F.
       01  FR-RESULTADO-LINEA              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-ARCHIVO-SI                 VALUE 'S'.
           05 WSS-TOKEN-HALLADO             PIC X(01) VALUE 'N'.
              88 WSS-TOKEN-HALLADO-SI               VALUE 'S'.
              88 WSS-TOKEN-HALLADO-NO               VALUE 'N'.
           05 WSS-CTA-WALLET                PIC X(01) VALUE 'N'.
              88 WSS-CTA-WALLET-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-TRASPASADA                   PIC X(02)  VALUE 'TR'.
       01  CA-TABLA-WALLET                 PIC X(04)  VALUE '0406'.
      *
      * RESULTADO DEL RENGLON EN TURNO Y SUS MOTIVOS (HASTA 6 CODIGOS
      * SEPARADOS POR COMA):
      *   NE CUENTA NO EXISTE (RC)       TR TRASPASADA A GLOBAL (RC)
      *   IM IMPORTE INVALIDO (RC)       TP REBASA TOPE WALLET (RC)
      *   TI TIPO DE RENGLON (RC)        IN MARCA DE INACTIVIDAD (AD)
      *   RJ EMBARGO VIGENTE (AD)        NM NOMBRE NO COINCIDE (AD)
       01  WS-RESULTADO                    PIC X(02).
          88 WS-RES-OK                            VALUE 'OK'.
          88 WS-RES-ADVERTENCIA                   VALUE 'AD'.
          88 WS-RES-RECHAZO                       VALUE 'RC'.
       01  WS-MOTIVOS                      PIC X(18).
       01  WS-MOT-COD                      PIC X(02).
       01  WS-MOT-PTR                      PIC S9(04) COMP.
      *
      * LOTE DEL ENCABEZADO Y EMPLEADOR QUE LO ENVIA (DMDT003/DMDT001).
       01  WS-LOTE.
           05 WS-LOT-CTA-CAR               PIC X(14).
           05 WS-LOT-FOLIO                 PIC X(06).
           05 WS-LOT-FEC-DISPERSA          PIC X(10).
           05 WS-LOT-FEC-INI-MES           PIC X(10).
           05 WS-LOT-NUM-E                 PIC X(08).
           05 WS-LOT-NUM-LOTE              PIC X(08).
           05 WS-LOT-NOMBRE                PIC X(40).
       01  WS-NUM-YA-DISPERSADO            PIC S9(05) COMP.
      *
      * CUENTA DEL RENGLON EN TURNO.
       01  WS-CUENTA.
           05 WS-CTA-CEN-REG               PIC X(04).
           05 WS-CTA-ACC                   PIC X(10).
           05 WS-CTA-LLAVE-WALLET.
              10 WS-CTA-COD-PROD           PIC X(02).
              10 WS-CTA-COD-SPROD          PIC X(04).
           05 WS-CTA-ETAPA                 PIC X(02).
       01  WS-NUM-EMBARGOS                 PIC S9(05) COMP.
       01  WS-NUM-WALLET                   PIC S9(05) COMP.
      *
      * TOPE WALLET: DEPOSITOS DEL MES DE LA DISPERSION MAS EL RENGLON.
       01  WS-VALOR-UDI                    PIC S9(03)V9(06) COMP-3.
       01  WS-DEP-MES                      PIC S9(13)V9(02) COMP-3.
       01  WS-DEP-UDIS                     PIC S9(13)V9(02) COMP-3.
       01  WS-TOPE-UDIS                    PIC S9(09) COMP-3.
      *
      * COTEJO DE NOMBRE: NOMBRE REGISTRADO (PEDT001) TOKENIZADO Y
      * BUSCADO DENTRO DEL NOMBRE QUE DECLARA EL EMPLEADOR.
       01  WS-NOMBRE-DECLARADO             PIC X(50).
       01  WS-NOMBRE-REGISTRADO            PIC X(60).
       01  WS-NOM-TOKENS.
           05 WS-NOM-TOK                   PIC X(20) OCCURS 4 TIMES.
       01  WS-NOM-TOKEN                    PIC X(20).
       01  WS-NOM-IX                       PIC S9(04) COMP.
       01  WS-NOM-POS                      PIC S9(04) COMP.
       01  WS-NOM-LEN                      PIC S9(04) COMP.
       01  WS-NOM-VALIDOS                  PIC S9(04) COMP.
       01  WS-NOM-HALLADOS                 PIC S9(04) COMP.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0202.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0202.
      *
           PERFORM 1000-START.
           IF E202-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 3000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E202-COD-RETURN.
           MOVE 0                          TO E202-NUM-RENGLONES
                                              E202-NUM-OK
                                              E202-NUM-ADVERTENCIAS
                                              E202-NUM-RECHAZOS.
      *
           IF E202-ENT-ORIGIN   EQUAL SPACES OR
              E202-COD-TIPRET   EQUAL SPACES OR
              E202-VALOR-UDI    EQUAL ZEROES OR
              E202-TOPE-DEFAULT EQUAL ZEROES
              MOVE CA-99                   TO E202-COD-RETURN
           END-IF.
      *
           IF E202-RETURN-OK
              MOVE E202-VALOR-UDI          TO WS-VALOR-UDI
              OPEN INPUT  F-NOMINA
              OPEN OUTPUT F-RESULTADO
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: EL PRIMER REGISTRO DEBE SER EL ENCABEZADO;    *
      *     SIN EL O CON UN LOTE YA DISPERSADO SE RECHAZA EL ARCHIVO   *
      *     COMPLETO. DESPUES, UN RESULTADO POR RENGLON DE DETALLE.    *
      ******************************************************************
       2000-PROCESS.
      *
           PERFORM 2010-LEE-NOMINA.
      *
           IF WSS-FIN-ARCHIVO-SI
              MOVE CA-10                   TO E202-COD-RETURN
              MOVE 'ARCHIVO DE NOMINA VACIO'
                                           TO FR-RESULTADO-LINEA
              WRITE FR-RESULTADO-LINEA
           ELSE
              PERFORM 2050-VALIDA-ENCABEZADO
           END-IF.
      *
           IF E202-RETURN-OK
              PERFORM 2010-LEE-NOMINA
              PERFORM 2100-VALIDA-RENGLON
                      UNTIL WSS-FIN-ARCHIVO-SI
              PERFORM 2800-ESCRIBE-TOTALES
           END-IF.
      *
      ******************************************************************
      *.PN 2010-LEE-NOMINA.                                            *
      ******************************************************************
       2010-LEE-NOMINA.
      *
           READ F-NOMINA
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2050-VALIDA-ENCABEZADO: EL LOTE (CUENTA DISPERSORA + FOLIO) *
      *     NO DEBE EXISTIR YA EN MBDT258; LA VALIDACION ES PREVIA A   *
      *     LA DISPERSION. EL EMPLEADOR SE RESUELVE COMO EN            *
      *     MB9B0140 2150-NOMBRE-EMPRESA.                              *
      ******************************************************************
       2050-VALIDA-ENCABEZADO.
      *
           IF NOT FR-NOM-ENCABEZADO    OR
              FR-ENC-CTA-CAR      EQUAL SPACES OR
              FR-ENC-FOLIO        EQUAL SPACES OR
              FR-ENC-FEC-DISPERSA EQUAL SPACES
              MOVE CA-20                   TO E202-COD-RETURN
              MOVE 'ARCHIVO RECHAZADO; ENCABEZADO INVALIDO'
                                           TO FR-RESULTADO-LINEA
              WRITE FR-RESULTADO-LINEA
           END-IF.
      *
           IF E202-RETURN-OK
              MOVE FR-ENC-CTA-CAR          TO WS-LOT-CTA-CAR
              MOVE FR-ENC-FOLIO            TO WS-LOT-FOLIO
              MOVE FR-ENC-FEC-DISPERSA     TO WS-LOT-FEC-DISPERSA
              MOVE WS-LOT-FEC-DISPERSA     TO WS-LOT-FEC-INI-MES
              MOVE '01'                    TO WS-LOT-FEC-INI-MES(9:2)
              PERFORM 2060-VALIDA-LOTE
           END-IF.
      *
           IF E202-RETURN-OK
              PERFORM 2070-NOMBRE-EMPRESA
              MOVE SPACES                  TO FR-RESULTADO-LINEA
              STRING 'VALIDACION PREVIA DE NOMINA;EMPRESA='
                                           DELIMITED BY SIZE
                     WS-LOT-NOMBRE         DELIMITED BY '  '
                     ';CTA='               DELIMITED BY SIZE
                     WS-LOT-CTA-CAR        DELIMITED BY SIZE
                     ';FOLIO='             DELIMITED BY SIZE
                     WS-LOT-FOLIO          DELIMITED BY SIZE
                     ';FECHA='             DELIMITED BY SIZE
                     WS-LOT-FEC-DISPERSA   DELIMITED BY SIZE
                INTO FR-RESULTADO-LINEA
              END-STRING
              WRITE FR-RESULTADO-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2060-VALIDA-LOTE: FOLIO EN T258_RES_OBS(12:6) COMO LO LEE   *
      *     MB9B0140.                                                  *
      ******************************************************************
       2060-VALIDA-LOTE.
      *
           MOVE 0                          TO WS-NUM-YA-DISPERSADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-YA-DISPERSADO
                 FROM MBDT258 with(nolock);
                WHERE T258_CTA_CAR = :WS-LOT-CTA-CAR
                  AND SUBSTR(T258_RES_OBS, 12, 6) = :WS-LOT-FOLIO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-NUM-YA-DISPERSADO > 0
                       MOVE CA-20          TO E202-COD-RETURN
                       MOVE SPACES         TO FR-RESULTADO-LINEA
                       STRING 'ARCHIVO RECHAZADO; LOTE YA DISPERSADO;'
                                           DELIMITED BY SIZE
                              'CTA='       DELIMITED BY SIZE
                              WS-LOT-CTA-CAR
                                           DELIMITED BY SIZE
                              ';FOLIO='    DELIMITED BY SIZE
                              WS-LOT-FOLIO DELIMITED BY SIZE
                         INTO FR-RESULTADO-LINEA
                       END-STRING
                       WRITE FR-RESULTADO-LINEA
                    END-IF
               WHEN OTHER
                    MOVE CA-99             TO E202-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2070-NOMBRE-EMPRESA: DMDT003 (EMPRESA DE LA CUENTA          *
      *     DISPERSORA) Y DE AHI EL NOMBRE EN DMDT001.                 *
      ******************************************************************
       2070-NOMBRE-EMPRESA.
      *
           MOVE SPACES                     TO WS-LOT-NUM-E
                                              WS-LOT-NUM-LOTE.
           EXEC SQL
               SELECT TOP 1
                      T003_NUM_E,
                      T003_NUM_LOTE
                 INTO :WS-LOT-NUM-E,
                      :WS-LOT-NUM-LOTE
                 FROM DMDT003 with(nolock);
                WHERE T003_ENT     = :E202-ENT-ORIGIN
                  AND T003_ENT_EMP = :E202-ENT-ORIGIN
                  AND T003_BRN_EMP = SUBSTR(:WS-LOT-CTA-CAR, 1, 4)
                  AND T003_ACC_EMP = SUBSTR(:WS-LOT-CTA-CAR, 5, 10)
                ORDER BY T003_DAT_UPDATE DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
      *
           MOVE SPACES                     TO WS-LOT-NOMBRE.
           IF SQL-88-OK
              EXEC SQL
                  SELECT T001_NAME_E
                    INTO :WS-LOT-NOMBRE
                    FROM DMDT001 with(nolock);
                   WHERE T001_ENT   = :E202-ENT-ORIGIN
                     AND T001_NUM_E = :WS-LOT-NUM-E
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
           IF WS-LOT-NOMBRE EQUAL SPACES
              MOVE 'EMPRESA NO CATALOGADA' TO WS-LOT-NOMBRE
           END-IF.
      *
      ******************************************************************
      *.PN 2100-VALIDA-RENGLON: LOS MOTIVOS DE RECHAZO SE REVISAN      *
      *     PRIMERO; SI LA CUENTA NO EXISTE NO HAY MAS QUE REVISAR.    *
      ******************************************************************
       2100-VALIDA-RENGLON.
      *
           ADD 1 TO E202-NUM-RENGLONES.
           SET WS-RES-OK                   TO TRUE.
           MOVE SPACES                     TO WS-MOTIVOS.
           MOVE 1                          TO WS-MOT-PTR.
      *
           IF NOT FR-NOM-DETALLE
              MOVE 'TI'                    TO WS-MOT-COD
              PERFORM 2190-RECHAZA
           ELSE
              IF FR-DET-IMPORTE NOT NUMERIC
                 MOVE 'IM'                 TO WS-MOT-COD
                 PERFORM 2190-RECHAZA
              ELSE
                 IF FR-DET-IMPORTE EQUAL ZEROES
                    MOVE 'IM'              TO WS-MOT-COD
                    PERFORM 2190-RECHAZA
                 END-IF
              END-IF
              PERFORM 2110-VALIDA-CUENTA
           END-IF.
      *
           IF FR-NOM-DETALLE AND WS-CTA-COD-PROD NOT EQUAL SPACES
              PERFORM 2120-VALIDA-INACTIVIDAD
              PERFORM 2130-VALIDA-EMBARGO
              IF FR-DET-IMPORTE NUMERIC
                 PERFORM 2140-VALIDA-TOPE-WALLET
              END-IF
              PERFORM 2150-COTEJA-NOMBRE
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-RES-OK
                    ADD 1 TO E202-NUM-OK
               WHEN WS-RES-ADVERTENCIA
                    ADD 1 TO E202-NUM-ADVERTENCIAS
               WHEN OTHER
                    ADD 1 TO E202-NUM-RECHAZOS
           END-EVALUATE.
      *
           PERFORM 2900-ESCRIBE-RESULTADO.
           PERFORM 2010-LEE-NOMINA.
      *
      ******************************************************************
      *.PN 2110-VALIDA-CUENTA: LA CUENTA DEBE EXISTIR EN BGDT041.      *
      ******************************************************************
       2110-VALIDA-CUENTA.
      *
           MOVE FR-DET-REF-CAR(1:4)        TO WS-CTA-CEN-REG.
           MOVE FR-DET-REF-CAR(5:10)       TO WS-CTA-ACC.
           MOVE SPACES                     TO WS-CTA-LLAVE-WALLET.
      *
           EXEC SQL
               SELECT T041_COD_PRODUCT, T041_COD_SPROD
                 INTO :WS-CTA-COD-PROD, :WS-CTA-COD-SPROD
                 FROM BGDT041 with(nolock);
                WHERE T041_ENT     = :E202-ENT-ORIGIN
                  AND T041_CEN_REG = :WS-CTA-CEN-REG
                  AND T041_ACC     = :WS-CTA-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
              WHEN SQL-88-OK
                   CONTINUE
              WHEN SQL-88-NOT-FOUND
                   MOVE SPACES             TO WS-CTA-LLAVE-WALLET
                   MOVE 'NE'               TO WS-MOT-COD
                   PERFORM 2190-RECHAZA
              WHEN OTHER
                   MOVE SPACES             TO WS-CTA-LLAVE-WALLET
                   MOVE CA-99              TO E202-COD-RETURN
                   MOVE 'NE'               TO WS-MOT-COD
                   PERFORM 2190-RECHAZA
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2120-VALIDA-INACTIVIDAD: ETAPA DE MBDT157 (MB9B0138). UNA   *
      *     CUENTA YA TRASPASADA A LA GLOBAL (MB9B0156) NO RECIBE      *
      *     ABONOS; LAS DEMAS ETAPAS SOLO SE AVISAN (EL ABONO LA       *
      *     REACTIVA).                                                 *
      ******************************************************************
       2120-VALIDA-INACTIVIDAD.
      *
           MOVE SPACES                     TO WS-CTA-ETAPA.
           EXEC SQL
               SELECT T157_ETAPA
                 INTO :WS-CTA-ETAPA
                 FROM MBDT157 with(nolock);
                WHERE T157_ENT     = :E202-ENT-ORIGIN
                  AND T157_CEN_REG = :WS-CTA-CEN-REG
                  AND T157_ACC     = :WS-CTA-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              IF WS-CTA-ETAPA EQUAL CA-TRASPASADA
                 MOVE 'TR'                 TO WS-MOT-COD
                 PERFORM 2190-RECHAZA
              ELSE
                 MOVE 'IN'                 TO WS-MOT-COD
                 PERFORM 2195-ADVIERTE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2130-VALIDA-EMBARGO: RETENCION LEGAL VIGENTE EN BGDT089     *
      *     (LA QUE CARGA MB9B0127); EL ABONO ENTRA PERO QUEDA SUJETO  *
      *     AL EMBARGO.                                                *
      ******************************************************************
       2130-VALIDA-EMBARGO.
      *
           MOVE 0                          TO WS-NUM-EMBARGOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-EMBARGOS
                 FROM BGDT089 with(nolock);
                WHERE T089_ENT     = :E202-ENT-ORIGIN
                  AND T089_CEN_REG = :WS-CTA-CEN-REG
                  AND T089_ACC     = :WS-CTA-ACC
                  AND T089_COD     = :E202-COD-TIPRET
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK AND WS-NUM-EMBARGOS > 0
              MOVE 'RJ'                    TO WS-MOT-COD
              PERFORM 2195-ADVIERTE
           END-IF.
      *
      ******************************************************************
      *.PN 2140-VALIDA-TOPE-WALLET: SOLO PRODUCTOS WALLET (TABLA '0406'*
      *     DE BGDT140). LOS DEPOSITOS DEL MES DE LA DISPERSION MAS EL *
      *     IMPORTE DEL RENGLON, EN UDIS, CONTRA EL TOPE DE MBDT183    *
      *     (SIN RENGLON, EL DEFAULT); EL MISMO CALCULO DE MB9B0159.   *
      ******************************************************************
       2140-VALIDA-TOPE-WALLET.
      *
           MOVE 'N'                        TO WSS-CTA-WALLET.
           MOVE 0                          TO WS-NUM-WALLET.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-WALLET
                 FROM BGDT140 with(nolock);
                WHERE T140_COD_TABLE = :CA-TABLA-WALLET
                  AND T140_ENTITY    = :E202-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
                  AND T140_KEY_TABLE = :WS-CTA-LLAVE-WALLET
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK AND WS-NUM-WALLET > 0
              SET WSS-CTA-WALLET-SI        TO TRUE
           END-IF.
      *
           IF WSS-CTA-WALLET-SI
              MOVE 0                       TO WS-DEP-MES
              EXEC SQL
                  SELECT COALESCE(SUM(T071_AMT), 0)
                    INTO :WS-DEP-MES
                    FROM BGDT071 with(nolock);
                   WHERE T071_ENT     = :E202-ENT-ORIGIN
                     AND T071_CEN_REG = :WS-CTA-CEN-REG
                     AND T071_ACC     = :WS-CTA-ACC
                     AND T071_AMT > 0
                     AND T071_DAT_OPERATION
                         BETWEEN DATE(:WS-LOT-FEC-INI-MES)
                             AND LAST_DAY(DATE(:WS-LOT-FEC-INI-MES))
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE 0                    TO WS-DEP-MES
              END-IF
      *
              MOVE E202-TOPE-DEFAULT       TO WS-TOPE-UDIS
              EXEC SQL
                  SELECT T183_TOPE_UDIS
                    INTO :WS-TOPE-UDIS
                    FROM MBDT183 with (nolock)
                   WHERE T183_ENT       = :E202-ENT-ORIGIN
                     AND T183_COD_PROD  = :WS-CTA-COD-PROD
                     AND T183_COD_SPROD = :WS-CTA-COD-SPROD
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE E202-TOPE-DEFAULT    TO WS-TOPE-UDIS
              END-IF
      *
              COMPUTE WS-DEP-UDIS ROUNDED =
                      (WS-DEP-MES + FR-DET-IMPORTE) / WS-VALOR-UDI
              IF WS-DEP-UDIS > WS-TOPE-UDIS
                 MOVE 'TP'                 TO WS-MOT-COD
                 PERFORM 2190-RECHAZA
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2150-COTEJA-NOMBRE: TITULAR DE LA CUENTA (PEDT008 ->        *
      *     PEDT001) CONTRA EL NOMBRE DEL EMPLEADOR. MISMA REGLA DE    *
      *     29997-COTEJA-NOMBRE-BEN: TOKENS DE 3+ LETRAS DEL NOMBRE    *
      *     REGISTRADO; SE HALLA LA MITAD O MAS = COINCIDE.            *
      ******************************************************************
       2150-COTEJA-NOMBRE.
      *
           MOVE FR-DET-NOMBRE              TO WS-NOMBRE-DECLARADO.
           INSPECT WS-NOMBRE-DECLARADO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES                     TO WS-NOMBRE-REGISTRADO.
      *
           IF WS-NOMBRE-DECLARADO NOT EQUAL SPACES
              EXEC SQL
                  SELECT COALESCE(RTRIM(P1.NAME) CONCAT ' '
                                  CONCAT RTRIM(P1.SURNAME)
                                  CONCAT ' '
                                  CONCAT RTRIM(P1.SCDSURNAME), ' ')
                    INTO :WS-NOMBRE-REGISTRADO
                    FROM PEDT008 P8, PEDT001 P1
                   WHERE P8.COD_ENTITY   = :E202-ENT-ORIGIN
                     AND P8.BRN_OPEN     = :WS-CTA-CEN-REG
                     AND P8.COD_PRODSERV = SUBSTR(:WS-CTA-ACC, 1, 2)
                     AND P8.NUM_ACCOUNT  = SUBSTR(:WS-CTA-ACC, 3, 8)
                     AND P8.KEY_PARTIC   = 'T'
                     AND P8.PARTSEQ      = '01'
                     AND P1.NUM_CUS      = P8.NUM_CUS
                     AND P1.COD_ENTITY   = P8.COD_ENTITY
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE SPACES               TO WS-NOMBRE-REGISTRADO
              END-IF
           END-IF.
      *
           IF WS-NOMBRE-REGISTRADO > SPACES
              INITIALIZE WS-NOM-TOKENS
              MOVE 0                       TO WS-NOM-VALIDOS
                                              WS-NOM-HALLADOS
              UNSTRING WS-NOMBRE-REGISTRADO DELIMITED BY ALL ' '
                  INTO WS-NOM-TOK(1) WS-NOM-TOK(2)
                       WS-NOM-TOK(3) WS-NOM-TOK(4)
              END-UNSTRING
              PERFORM 2160-CALIFICA-TOKEN
                      VARYING WS-NOM-IX FROM 1 BY 1
                      UNTIL WS-NOM-IX > 4
              IF WS-NOM-VALIDOS > 0 AND
                 WS-NOM-HALLADOS * 2 < WS-NOM-VALIDOS
                 MOVE 'NM'                 TO WS-MOT-COD
                 PERFORM 2195-ADVIERTE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2160-CALIFICA-TOKEN.                                        *
      ******************************************************************
       2160-CALIFICA-TOKEN.
      *
           MOVE WS-NOM-TOK(WS-NOM-IX)      TO WS-NOM-TOKEN.
           MOVE 0                          TO WS-NOM-LEN.
           INSPECT WS-NOM-TOKEN
                   TALLYING WS-NOM-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '.
      *
           IF WS-NOM-LEN > 2
              ADD 1                        TO WS-NOM-VALIDOS
              SET WSS-TOKEN-HALLADO-NO     TO TRUE
              PERFORM 2170-BUSCA-TOKEN
                      VARYING WS-NOM-POS FROM 1 BY 1
                      UNTIL WS-NOM-POS > 50 - WS-NOM-LEN + 1
                         OR WSS-TOKEN-HALLADO-SI
              IF WSS-TOKEN-HALLADO-SI
                 ADD 1                     TO WS-NOM-HALLADOS
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2170-BUSCA-TOKEN: COMPARACION POR VENTANA.                  *
      ******************************************************************
       2170-BUSCA-TOKEN.
      *
           IF WS-NOMBRE-DECLARADO(WS-NOM-POS:WS-NOM-LEN) =
              WS-NOM-TOKEN(1:WS-NOM-LEN)
              SET WSS-TOKEN-HALLADO-SI     TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2190-RECHAZA: EL RECHAZO PREVALECE SOBRE EL AVISO.          *
      ******************************************************************
       2190-RECHAZA.
      *
           SET WS-RES-RECHAZO              TO TRUE.
           PERFORM 2199-AGREGA-MOTIVO.
      *
      ******************************************************************
      *.PN 2195-ADVIERTE.                                              *
      ******************************************************************
       2195-ADVIERTE.
      *
           IF WS-RES-OK
              SET WS-RES-ADVERTENCIA       TO TRUE
           END-IF.
           PERFORM 2199-AGREGA-MOTIVO.
      *
      ******************************************************************
      *.PN 2199-AGREGA-MOTIVO.                                         *
      ******************************************************************
       2199-AGREGA-MOTIVO.
      *
           IF WS-MOT-PTR > 1
              STRING ','                   DELIMITED BY SIZE
                INTO WS-MOTIVOS
                WITH POINTER WS-MOT-PTR
              END-STRING
           END-IF.
           STRING WS-MOT-COD               DELIMITED BY SIZE
             INTO WS-MOTIVOS
             WITH POINTER WS-MOT-PTR
           END-STRING.
      *
      ******************************************************************
      *.PN 2800-ESCRIBE-TOTALES.                                       *
      ******************************************************************
       2800-ESCRIBE-TOTALES.
      *
           MOVE SPACES                     TO FR-RESULTADO-LINEA.
           MOVE 1                          TO WS-MOT-PTR.
           MOVE E202-NUM-RENGLONES         TO WS-EDIT-NUM.
           STRING 'TOTALES;RENGLONES='     DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-RESULTADO-LINEA
             WITH POINTER WS-MOT-PTR
           END-STRING.
           MOVE E202-NUM-OK                TO WS-EDIT-NUM.
           STRING ';OK='                   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-RESULTADO-LINEA
             WITH POINTER WS-MOT-PTR
           END-STRING.
           MOVE E202-NUM-ADVERTENCIAS      TO WS-EDIT-NUM.
           STRING ';AVISOS='               DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-RESULTADO-LINEA
             WITH POINTER WS-MOT-PTR
           END-STRING.
           MOVE E202-NUM-RECHAZOS          TO WS-EDIT-NUM.
           STRING ';RECHAZOS='             DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-RESULTADO-LINEA
             WITH POINTER WS-MOT-PTR
           END-STRING.
           WRITE FR-RESULTADO-LINEA.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-RESULTADO: UN RENGLON DE RESULTADO POR CADA    *
      *     RENGLON DEL ARCHIVO DEL EMPLEADOR, EN EL MISMO ORDEN.      *
      ******************************************************************
       2900-ESCRIBE-RESULTADO.
      *
           MOVE E202-NUM-RENGLONES         TO WS-EDIT-NUM.
           IF FR-NOM-DETALLE AND FR-DET-IMPORTE NUMERIC
              MOVE FR-DET-IMPORTE          TO WS-EDIT-IMPT
           ELSE
              MOVE 0                       TO WS-EDIT-IMPT
           END-IF.
           MOVE SPACES                     TO FR-RESULTADO-LINEA.
           STRING WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  FR-DET-REF-CAR           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  FR-DET-ID-EMPLEADO       DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-RESULTADO             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MOTIVOS               DELIMITED BY SIZE
             INTO FR-RESULTADO-LINEA
           END-STRING.
           WRITE FR-RESULTADO-LINEA.
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
       3000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-NOMINA
                    F-RESULTADO
           END-IF.
      *
           GOBACK.
      *
