      ******************************************************************
      *  MB9B0207: COBRANZA REFERENCIADA. EL CLIENTE CORPORATIVO      *
      *            REGISTRA EN MB7C0540 (MBDT234) LAS REFERENCIAS QUE *
      *            ESPERA COBRAR POR SPEI EN SUS CUENTAS RECAUDADORAS.*
      *            ESTE BATCH DIARIO, POR BDMID, TOMA LOS SPEI        *
      *            RECIBIDOS DEL DIA (BGDT071 CODIGO 213; REFERENCIA  *
      *            NUMERICA, CONCEPTO Y ORDENANTE DEL DETALLE BGDT607 *
      *            COMO LOS ARMA MB2C0009) Y LOS APLICA: PRIMERO POR  *
      *            REFERENCIA EXACTA (NUMERICA O CONCEPTO); SI NO HAY,*
      *            POR IMPORTE CUANDO UNA SOLA REFERENCIA ABIERTA DE  *
      *            LA CUENTA TIENE PENDIENTE IGUAL AL DEPOSITO DENTRO *
      *            DE LA TOLERANCIA (MBDT140 KEY 'COBR'). CADA        *
      *            DEPOSITO QUEDA EN MBDT235 (UNA RECORRIDA NO LO     *
      *            VUELVE A APLICAR) Y EL ARCHIVO DE COBRANZA         *
      *            (COBRANZ) SE ARMA DE AHI: PAGADOS, PAGOS           *
      *            PARCIALES, SOBREPAGOS Y NO IDENTIFICADOS.          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0207.
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
      *     @BAZ244    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-COBRANZA ASSIGN TO COBRANZ
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-COBRANZA
           RECORDING MODE IS F.
       01  FR-COBRANZA-LINEA               PIC X(300).
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
           05 WSS-REF-ENCONTRADA            PIC X(01) VALUE 'N'.
              88 WSS-REF-ENCONTRADA-SI              VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-SPEI-RECIBIDO                PIC X(03)  VALUE '213'.
       01  CA-PENDIENTE                    PIC X(02)  VALUE 'PE'.
       01  CA-PARCIAL                      PIC X(02)  VALUE 'PP'.
       01  CA-PAGADA                       PIC X(02)  VALUE 'PA'.
       01  CA-SOBREPAGADA                  PIC X(02)  VALUE 'SO'.
       01  CA-NO-IDENTIF                   PIC X(02)  VALUE 'NI'.
       01  CA-REGLA-REFERENCIA             PIC X(01)  VALUE 'R'.
       01  CA-REGLA-IMPORTE                PIC X(01)  VALUE 'I'.
      * TOLERANCIA POR OMISION (SIN RENGLON 'COBR'/'TOLCENT'): UN PESO.
       01  CA-TOLERANCIA                   PIC S9(09) COMP VALUE 100.
       01  CA-MINUSCULAS                   PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  CA-MAYUSCULAS                   PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
       01  WS-TOL-CENTAVOS                 PIC S9(09) COMP.
       01  WS-TOLERANCIA                   PIC S9(13)V9(02) COMP-3.
      *
      * SPEI RECIBIDO EN TURNO (CURSOR C207DEP).
       01  WS-DEPOSITO.
           05 WS-DEP-CEN-REG               PIC X(04).
           05 WS-DEP-ACC                   PIC X(10).
           05 WS-DEP-NUM-OPE               PIC S9(09) COMP-3.
           05 WS-DEP-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-DEP-REF-NUM               PIC X(15).
           05 WS-DEP-CONCEPTO              PIC X(30).
           05 WS-DEP-ORDENANTE             PIC X(22).
           05 WS-DEP-CTA-ORD               PIC X(22).
      *
      * LLAVES DE BUSQUEDA NORMALIZADAS COMO LAS GUARDA MB7C0540.
       01  WS-CLAVE-REF                    PIC X(20).
       01  WS-CLAVE-CON                    PIC X(20).
       01  WS-NOR-TEXTO                    PIC X(30).
       01  WS-NOR-AUX                      PIC X(30).
       01  WS-NOR-BLANCOS                  PIC S9(04) COMP.
       01  WS-NOR-LARGO                    PIC S9(04) COMP.
       01  WS-NOR-CEROS                    PIC S9(04) COMP.
      *
      * REFERENCIA ESPERADA A LA QUE SE APLICA (MBDT234).
       01  WS-REFERENCIA.
           05 WS-REF-ID                    PIC S9(09) COMP-3.
           05 WS-REF-IMP-ESPERADO          PIC S9(13)V9(02) COMP-3.
           05 WS-REF-IMP-COBRADO           PIC S9(13)V9(02) COMP-3.
           05 WS-REF-FEC-VENCE             PIC X(10).
       01  WS-NUM-CANDIDATAS               PIC S9(09) COMP.
      *
      * RESULTADO DE LA APLICACION (MBDT235).
       01  WS-APLICACION.
           05 WS-APL-REGLA                 PIC X(01).
           05 WS-APL-RESULTADO             PIC X(02).
           05 WS-APL-ACUMULADO             PIC S9(13)V9(02) COMP-3.
           05 WS-APL-DIFERENCIA            PIC S9(13)V9(02) COMP-3.
           05 WS-APL-EXTEMPORANEO          PIC X(01).
      *
      * RENGLON DEL ARCHIVO (CURSOR C207ARC SOBRE MBDT235).
       01  WS-ARCHIVO.
           05 WS-ARC-RESULTADO             PIC X(02).
           05 WS-ARC-REGLA                 PIC X(01).
           05 WS-ARC-CEN-REG               PIC X(04).
           05 WS-ARC-ACC                   PIC X(10).
           05 WS-ARC-NUM-OPE               PIC S9(09) COMP-3.
           05 WS-ARC-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-ARC-REF-RECIBIDA          PIC X(15).
           05 WS-ARC-CONCEPTO              PIC X(30).
           05 WS-ARC-ORDENANTE             PIC X(22).
           05 WS-ARC-CTA-ORD               PIC X(22).
           05 WS-ARC-ID-REF                PIC S9(09) COMP-3.
           05 WS-ARC-REFERENCIA            PIC X(20).
           05 WS-ARC-DOCUMENTO             PIC X(30).
           05 WS-ARC-IMP-ESPERADO          PIC S9(13)V9(02) COMP-3.
           05 WS-ARC-ACUMULADO             PIC S9(13)V9(02) COMP-3.
           05 WS-ARC-FEC-VENCE             PIC X(10).
           05 WS-ARC-EXTEMPORANEO          PIC X(01).
       01  WS-ARC-PENDIENTE                PIC S9(13)V9(02) COMP-3.
      *
       01  WS-TXT-RESULTADO                PIC X(16).
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-NUMOPE                  PIC 9(09).
       01  WS-EDIT-ID                      PIC ZZZZZZZZ9.
       01  WS-EDIT-IMPORTE                 PIC -(13)9.99.
       01  WS-EDIT-ESPERADO                PIC -(13)9.99.
       01  WS-EDIT-ACUMULADO               PIC -(13)9.99.
       01  WS-EDIT-PENDIENTE               PIC -(13)9.99.
       01  WS-EDIT-PAG                     PIC ZZZZZZ9.
       01  WS-EDIT-PAR                     PIC ZZZZZZ9.
       01  WS-EDIT-SOB                     PIC ZZZZZZ9.
       01  WS-EDIT-NID                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0207.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0207.
      *
           PERFORM 1000-START.
           IF E207-RETURN-OK
              PERFORM 2000-APLICA-DEPOSITOS
           END-IF.
           IF E207-RETURN-OK
              PERFORM 3000-GENERA-ARCHIVO
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E207-COD-RETURN.
           MOVE SPACES                     TO E207-DES-ERROR.
           MOVE 0                          TO E207-NUM-APLICADOS
                                              E207-NUM-PAGADOS
                                              E207-NUM-PARCIALES
                                              E207-NUM-SOBREPAGOS
                                              E207-NUM-NO-IDENTIF
                                              E207-IMP-IDENTIF
                                              E207-IMP-NO-IDENTIF.
      *
           IF E207-BDMID         EQUAL SPACES OR
              E207-ENT-ORIGIN    EQUAL SPACES OR
              E207-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E207-COD-RETURN
              MOVE 'FALTA BDMID, ENTIDAD O FECHA'
                                           TO E207-DES-ERROR
           END-IF.
      *
           IF E207-RETURN-OK
              PERFORM 1100-LEE-TOLERANCIA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LEE-TOLERANCIA: CENTAVOS DE DIFERENCIA ACEPTADOS ENTRE *
      *     LO COBRADO Y LO ESPERADO (MBDT140 KEY 'COBR' COD           *
      *     'TOLCENT'); SIN RENGLON O NO NUMERICO, UN PESO.            *
      ******************************************************************
       1100-LEE-TOLERANCIA.
      *
           MOVE CA-TOLERANCIA              TO WS-TOL-CENTAVOS.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 9)))
                 INTO :WS-TOL-CENTAVOS
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'COBR'
                  AND T140_COD_TABLE = 'TOLCENT'
                  AND T140_ENTITY    = :E207-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK OR WS-TOL-CENTAVOS < 0
              MOVE CA-TOLERANCIA           TO WS-TOL-CENTAVOS
           END-IF.
      *
           COMPUTE WS-TOLERANCIA = WS-TOL-CENTAVOS / 100.
      *
      ******************************************************************
      *.PN 2000-APLICA-DEPOSITOS: SPEI RECIBIDOS DEL DIA EN LAS        *
      *     CUENTAS ACTIVAS DEL BDMID QUE TIENEN REFERENCIAS           *
      *     REGISTRADAS, QUE AUN NO ESTAN EN MBDT235.                  *
      ******************************************************************
       2000-APLICA-DEPOSITOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C207DEP CURSOR FOR
               SELECT M.T071_CEN_REG, M.T071_ACC,
                      M.T071_NUM_OPERATION, M.T071_AMT,
                      COALESCE(SUBSTR(D.T607_DESCRIPTION, 166, 15),
                               ' '),
                      COALESCE(SUBSTR(D.T607_DESCRIPTION, 191, 30),
                               ' '),
                      COALESCE(SUBSTR(D.T607_DESCRIPTION, 72, 22),
                               ' '),
                      COALESCE(SUBSTR(D.T607_DESCRIPTION, 39, 22),
                               ' ')
                 FROM MBDT036 C with(nolock)
                 JOIN BGDT071 M with(nolock)
                   ON M.T071_ENT     = C.T036_ENT
                  AND M.T071_CEN_REG = C.T036_CEN_REG
                  AND M.T071_ACC     = C.T036_ACC
                 LEFT OUTER JOIN BGDT607 D with(nolock)
                   ON D.T607_ENT           = M.T071_ENT
                  AND D.T607_CEN_REG       = M.T071_CEN_REG
                  AND D.T607_ACC           = M.T071_ACC
                  AND D.T607_NUM_OPERATION = M.T071_NUM_OPERATION
                  AND D.T607_CODE          = M.T071_COD
                WHERE C.T036_BDMID         = :E207-BDMID
                  AND C.T036_ENT           = :E207-ENT-ORIGIN
                  AND C.T036_FLG_STAT      = 'A'
                  AND M.T071_COD           = :CA-SPEI-RECIBIDO
                  AND M.T071_DAT_OPERATION = DATE(:E207-FECHA-PROCESO)
                  AND M.T071_AMT           > 0
                  AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                  AND EXISTS
                      (SELECT 1
                         FROM MBDT234 R with(nolock)
                        WHERE R.T234_ENT     = C.T036_ENT
                          AND R.T234_BDMID   = C.T036_BDMID
                          AND R.T234_CEN_REG = C.T036_CEN_REG
                          AND R.T234_ACC     = C.T036_ACC)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT235 A with(nolock)
                        WHERE A.T235_ENT           = M.T071_ENT
                          AND A.T235_CEN_REG       = M.T071_CEN_REG
                          AND A.T235_ACC           = M.T071_ACC
                          AND A.T235_DAT_OPERATION =
                              M.T071_DAT_OPERATION
                          AND A.T235_NUM_OPERATION =
                              M.T071_NUM_OPERATION)
                ORDER BY M.T071_CEN_REG, M.T071_ACC,
                         M.T071_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C207DEP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C207DEP
                   INTO :WS-DEP-CEN-REG, :WS-DEP-ACC,
                        :WS-DEP-NUM-OPE, :WS-DEP-IMPORTE,
                        :WS-DEP-REF-NUM, :WS-DEP-CONCEPTO,
                        :WS-DEP-ORDENANTE, :WS-DEP-CTA-ORD
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-APLICA-DEPOSITO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E207-COD-RETURN
                        MOVE 'ERROR SQL C207DEP'
                                            TO E207-DES-ERROR
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C207DEP
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-APLICA-DEPOSITO: REFERENCIA EXACTA; SI NO, IMPORTE;    *
      *     SI NO, NO IDENTIFICADO.                                    *
      ******************************************************************
       2100-APLICA-DEPOSITO.
      *
           MOVE 'N'                        TO WSS-REF-ENCONTRADA.
           MOVE 0                          TO WS-REF-ID
                                              WS-APL-ACUMULADO.
           MOVE SPACES                     TO WS-APL-REGLA.
           MOVE CA-NO-IDENTIF              TO WS-APL-RESULTADO.
           MOVE 'N'                        TO WS-APL-EXTEMPORANEO.
      *
           MOVE WS-DEP-REF-NUM             TO WS-NOR-TEXTO.
           PERFORM 2150-NORMALIZA.
           MOVE WS-NOR-TEXTO               TO WS-CLAVE-REF.
           MOVE WS-DEP-CONCEPTO            TO WS-NOR-TEXTO.
           PERFORM 2150-NORMALIZA.
           MOVE WS-NOR-TEXTO               TO WS-CLAVE-CON.
      *
           IF WS-CLAVE-REF NOT EQUAL SPACES OR
              WS-CLAVE-CON NOT EQUAL SPACES
              PERFORM 2200-BUSCA-REFERENCIA
           END-IF.
      *
           IF NOT WSS-REF-ENCONTRADA-SI AND E207-RETURN-OK
              PERFORM 2300-BUSCA-IMPORTE
           END-IF.
      *
           IF WSS-REF-ENCONTRADA-SI AND E207-RETURN-OK
              PERFORM 2400-APLICA-REFERENCIA
           END-IF.
      *
           IF E207-RETURN-OK
              PERFORM 2500-REGISTRA-APLICACION
           END-IF.
      *
           IF NOT E207-RETURN-OK
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2150-NORMALIZA: JUSTIFICADO A LA IZQUIERDA, MAYUSCULAS Y    *
      *     SIN CEROS A LA IZQUIERDA SI ES NUMERICO (COMO MB7C0540).   *
      *     UN TEXTO DE MAS DE 20 NO PUEDE SER UNA REFERENCIA EXACTA.  *
      ******************************************************************
       2150-NORMALIZA.
      *
           MOVE 0                          TO WS-NOR-BLANCOS.
           INSPECT WS-NOR-TEXTO TALLYING WS-NOR-BLANCOS
                   FOR LEADING SPACES.
           IF WS-NOR-BLANCOS > 0 AND WS-NOR-BLANCOS < 30
              MOVE WS-NOR-TEXTO(WS-NOR-BLANCOS + 1:)
                                           TO WS-NOR-AUX
              MOVE WS-NOR-AUX              TO WS-NOR-TEXTO
           END-IF.
           INSPECT WS-NOR-TEXTO CONVERTING CA-MINUSCULAS
                                        TO CA-MAYUSCULAS.
      *
           MOVE 0                          TO WS-NOR-LARGO
                                              WS-NOR-CEROS.
           INSPECT WS-NOR-TEXTO TALLYING WS-NOR-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NOR-LARGO > 1
              IF WS-NOR-TEXTO(1:WS-NOR-LARGO) IS NUMERIC
                 INSPECT WS-NOR-TEXTO(1:WS-NOR-LARGO)
                         TALLYING WS-NOR-CEROS FOR LEADING '0'
                 IF WS-NOR-CEROS >= WS-NOR-LARGO
                    COMPUTE WS-NOR-CEROS = WS-NOR-LARGO - 1
                 END-IF
              END-IF
           END-IF.
           IF WS-NOR-CEROS > 0
              MOVE WS-NOR-TEXTO(WS-NOR-CEROS + 1:)
                                           TO WS-NOR-AUX
              MOVE WS-NOR-AUX              TO WS-NOR-TEXTO
           END-IF.
      *
           IF WS-NOR-TEXTO(21:10) NOT EQUAL SPACES
              MOVE SPACES                  TO WS-NOR-TEXTO
           END-IF.
      *
      ******************************************************************
      *.PN 2200-BUSCA-REFERENCIA: LA ABIERTA DE LA CUENTA CUYA         *
      *     REFERENCIA ES LA NUMERICA O EL CONCEPTO DEL SPEI.          *
      ******************************************************************
       2200-BUSCA-REFERENCIA.
      *
           EXEC SQL
               SELECT TOP 1
                      T234_ID_REF, T234_IMP_ESPERADO,
                      T234_IMP_COBRADO, CHAR(T234_FEC_VENCE)
                 INTO :WS-REF-ID, :WS-REF-IMP-ESPERADO,
                      :WS-REF-IMP-COBRADO, :WS-REF-FEC-VENCE
                 FROM MBDT234 with(nolock)
                WHERE T234_ENT        = :E207-ENT-ORIGIN
                  AND T234_BDMID      = :E207-BDMID
                  AND T234_CEN_REG    = :WS-DEP-CEN-REG
                  AND T234_ACC        = :WS-DEP-ACC
                  AND T234_ESTADO IN (:CA-PENDIENTE, :CA-PARCIAL)
                  AND T234_REFERENCIA IN (:WS-CLAVE-REF, :WS-CLAVE-CON)
                ORDER BY T234_FEC_VENCE, T234_ID_REF
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    SET WSS-REF-ENCONTRADA-SI TO TRUE
                    MOVE CA-REGLA-REFERENCIA  TO WS-APL-REGLA
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E207-COD-RETURN
                    MOVE 'ERROR SQL MBDT234'
                                           TO E207-DES-ERROR
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-BUSCA-IMPORTE: SIN REFERENCIA RECONOCIBLE SE APLICA    *
      *     SOLO SI UNA UNICA REFERENCIA ABIERTA DE LA CUENTA TIENE UN *
      *     PENDIENTE IGUAL AL DEPOSITO DENTRO DE LA TOLERANCIA; CON   *
      *     DOS O MAS ES AMBIGUO Y QUEDA NO IDENTIFICADO.              *
      ******************************************************************
       2300-BUSCA-IMPORTE.
      *
           MOVE 0                          TO WS-NUM-CANDIDATAS.
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(T234_ID_REF), 0)
                 INTO :WS-NUM-CANDIDATAS, :WS-REF-ID
                 FROM MBDT234 with(nolock)
                WHERE T234_ENT     = :E207-ENT-ORIGIN
                  AND T234_BDMID   = :E207-BDMID
                  AND T234_CEN_REG = :WS-DEP-CEN-REG
                  AND T234_ACC     = :WS-DEP-ACC
                  AND T234_ESTADO IN (:CA-PENDIENTE, :CA-PARCIAL)
                  AND ABS(T234_IMP_ESPERADO - T234_IMP_COBRADO
                          - :WS-DEP-IMPORTE) <= :WS-TOLERANCIA
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E207-COD-RETURN
              MOVE 'ERROR SQL MBDT234'     TO E207-DES-ERROR
           ELSE
              IF WS-NUM-CANDIDATAS EQUAL 1
                 PERFORM 2310-LEE-REFERENCIA
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2310-LEE-REFERENCIA.                                        *
      ******************************************************************
       2310-LEE-REFERENCIA.
      *
           EXEC SQL
               SELECT T234_IMP_ESPERADO, T234_IMP_COBRADO,
                      CHAR(T234_FEC_VENCE)
                 INTO :WS-REF-IMP-ESPERADO, :WS-REF-IMP-COBRADO,
                      :WS-REF-FEC-VENCE
                 FROM MBDT234 with(nolock)
                WHERE T234_ID_REF = :WS-REF-ID
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              SET WSS-REF-ENCONTRADA-SI    TO TRUE
              MOVE CA-REGLA-IMPORTE        TO WS-APL-REGLA
           ELSE
              MOVE CA-99                   TO E207-COD-RETURN
              MOVE 'ERROR SQL MBDT234'     TO E207-DES-ERROR
           END-IF.
      *
      ******************************************************************
      *.PN 2400-APLICA-REFERENCIA: ACUMULA EL DEPOSITO Y CLASIFICA     *
      *     CONTRA LO ESPERADO CON LA TOLERANCIA: DENTRO, PAGADA; POR  *
      *     DEBAJO, PAGO PARCIAL (SIGUE ABIERTA); POR ENCIMA,          *
      *     SOBREPAGADA.                                               *
      ******************************************************************
       2400-APLICA-REFERENCIA.
      *
           COMPUTE WS-APL-ACUMULADO  = WS-REF-IMP-COBRADO
                                     + WS-DEP-IMPORTE.
           COMPUTE WS-APL-DIFERENCIA = WS-APL-ACUMULADO
                                     - WS-REF-IMP-ESPERADO.
      *
           EVALUATE TRUE
               WHEN WS-APL-DIFERENCIA > WS-TOLERANCIA
                    MOVE CA-SOBREPAGADA    TO WS-APL-RESULTADO
               WHEN WS-APL-DIFERENCIA < 0 - WS-TOLERANCIA
                    MOVE CA-PARCIAL        TO WS-APL-RESULTADO
               WHEN OTHER
                    MOVE CA-PAGADA         TO WS-APL-RESULTADO
           END-EVALUATE.
      *
           IF E207-FECHA-PROCESO > WS-REF-FEC-VENCE
              MOVE 'S'                     TO WS-APL-EXTEMPORANEO
           END-IF.
      *
           EXEC SQL
               UPDATE MBDT234
                  SET T234_IMP_COBRADO   = :WS-APL-ACUMULADO,
                      T234_ESTADO        = :WS-APL-RESULTADO,
                      T234_NUM_DEPOSITOS = T234_NUM_DEPOSITOS + 1,
                      T234_STP_LASTMOD   = CURRENT TIMESTAMP
                WHERE T234_ID_REF = :WS-REF-ID
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E207-COD-RETURN
              MOVE 'ERROR SQL UPDATE MBDT234'
                                           TO E207-DES-ERROR
           END-IF.
      *
      ******************************************************************
      *.PN 2500-REGISTRA-APLICACION: TODO DEPOSITO QUEDA EN MBDT235    *
      *     (TAMBIEN EL NO IDENTIFICADO) CON LA FOTO DE LO APLICADO.   *
      ******************************************************************
       2500-REGISTRA-APLICACION.
      *
           EXEC SQL
               INSERT INTO MBDT235
                      (T235_ENT, T235_CEN_REG, T235_ACC,
                       T235_DAT_OPERATION, T235_NUM_OPERATION,
                       T235_BDMID, T235_ID_REF, T235_IMPORTE,
                       T235_REGLA, T235_RESULTADO,
                       T235_IMP_ACUMULADO, T235_EXTEMPORANEO,
                       T235_REF_RECIBIDA, T235_CONCEPTO,
                       T235_ORDENANTE, T235_CTA_ORDENANTE,
                       T235_STP_ALTA)
               VALUES (:E207-ENT-ORIGIN, :WS-DEP-CEN-REG, :WS-DEP-ACC,
                       DATE(:E207-FECHA-PROCESO), :WS-DEP-NUM-OPE,
                       :E207-BDMID, :WS-REF-ID, :WS-DEP-IMPORTE,
                       :WS-APL-REGLA, :WS-APL-RESULTADO,
                       :WS-APL-ACUMULADO, :WS-APL-EXTEMPORANEO,
                       :WS-DEP-REF-NUM, :WS-DEP-CONCEPTO,
                       :WS-DEP-ORDENANTE, :WS-DEP-CTA-ORD,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1                        TO E207-NUM-APLICADOS
           ELSE
              MOVE CA-99                   TO E207-COD-RETURN
              MOVE 'ERROR SQL MBDT235'     TO E207-DES-ERROR
           END-IF.
      *
      ******************************************************************
      *.PN 3000-GENERA-ARCHIVO: EL ARCHIVO DE COBRANZA DEL DIA SE ARMA *
      *     DE MBDT235, ASI UNA RECORRIDA ENTREGA EL MISMO CONTENIDO.  *
      ******************************************************************
       3000-GENERA-ARCHIVO.
      *
           OPEN OUTPUT F-COBRANZA.
           SET WSS-FILE-ABIERTO-SI         TO TRUE.
      *
           MOVE SPACES                     TO FR-COBRANZA-LINEA.
           STRING 'ARCHIVO DE COBRANZA;'   DELIMITED BY SIZE
                  E207-BDMID               DELIMITED BY '  '
                  ';FECHA;'                DELIMITED BY SIZE
                  E207-FECHA-PROCESO       DELIMITED BY SIZE
             INTO FR-COBRANZA-LINEA
           END-STRING.
           WRITE FR-COBRANZA-LINEA.
      *
           MOVE SPACES                     TO FR-COBRANZA-LINEA.
           STRING 'RESULTADO;CUENTA;OPERACION;IMPORTE;'
                                           DELIMITED BY SIZE
                  'REF RECIBIDA;CONCEPTO;ORDENANTE;CTA ORDENANTE;'
                                           DELIMITED BY SIZE
                  'ID REF;REFERENCIA;DOCUMENTO;ESPERADO;COBRADO;'
                                           DELIMITED BY SIZE
                  'PENDIENTE;VENCE;EXTEMPORANEO;REGLA'
                                           DELIMITED BY SIZE
             INTO FR-COBRANZA-LINEA
           END-STRING.
           WRITE FR-COBRANZA-LINEA.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C207ARC CURSOR FOR
               SELECT A.T235_RESULTADO, A.T235_REGLA,
                      A.T235_CEN_REG, A.T235_ACC,
                      A.T235_NUM_OPERATION, A.T235_IMPORTE,
                      A.T235_REF_RECIBIDA, A.T235_CONCEPTO,
                      A.T235_ORDENANTE, A.T235_CTA_ORDENANTE,
                      A.T235_ID_REF,
                      COALESCE(R.T234_REFERENCIA, ' '),
                      COALESCE(R.T234_DOCUMENTO, ' '),
                      COALESCE(R.T234_IMP_ESPERADO, 0),
                      A.T235_IMP_ACUMULADO,
                      COALESCE(CHAR(R.T234_FEC_VENCE), ' '),
                      A.T235_EXTEMPORANEO
                 FROM MBDT235 A with(nolock)
                 LEFT OUTER JOIN MBDT234 R with(nolock)
                   ON R.T234_ID_REF = A.T235_ID_REF
                WHERE A.T235_ENT           = :E207-ENT-ORIGIN
                  AND A.T235_BDMID         = :E207-BDMID
                  AND A.T235_DAT_OPERATION = DATE(:E207-FECHA-PROCESO)
                ORDER BY A.T235_CEN_REG, A.T235_ACC,
                         A.T235_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C207ARC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C207ARC
                   INTO :WS-ARC-RESULTADO, :WS-ARC-REGLA,
                        :WS-ARC-CEN-REG, :WS-ARC-ACC,
                        :WS-ARC-NUM-OPE, :WS-ARC-IMPORTE,
                        :WS-ARC-REF-RECIBIDA, :WS-ARC-CONCEPTO,
                        :WS-ARC-ORDENANTE, :WS-ARC-CTA-ORD,
                        :WS-ARC-ID-REF, :WS-ARC-REFERENCIA,
                        :WS-ARC-DOCUMENTO, :WS-ARC-IMP-ESPERADO,
                        :WS-ARC-ACUMULADO, :WS-ARC-FEC-VENCE,
                        :WS-ARC-EXTEMPORANEO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-LINEA-DEPOSITO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E207-COD-RETURN
                        MOVE 'ERROR SQL C207ARC'
                                            TO E207-DES-ERROR
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C207ARC
           END-EXEC.
      *
           PERFORM 3200-LINEA-TOTALES.
      *
           IF E207-NUM-PAGADOS    + E207-NUM-PARCIALES +
              E207-NUM-SOBREPAGOS + E207-NUM-NO-IDENTIF EQUAL 0 AND
              E207-RETURN-OK
              MOVE CA-10                   TO E207-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3100-LINEA-DEPOSITO.                                        *
      ******************************************************************
       3100-LINEA-DEPOSITO.
      *
           EVALUATE WS-ARC-RESULTADO
               WHEN CA-PAGADA
                    MOVE 'PAGADO'          TO WS-TXT-RESULTADO
                    ADD 1                  TO E207-NUM-PAGADOS
               WHEN CA-PARCIAL
                    MOVE 'PAGO PARCIAL'    TO WS-TXT-RESULTADO
                    ADD 1                  TO E207-NUM-PARCIALES
               WHEN CA-SOBREPAGADA
                    MOVE 'SOBREPAGO'       TO WS-TXT-RESULTADO
                    ADD 1                  TO E207-NUM-SOBREPAGOS
               WHEN OTHER
                    MOVE 'NO IDENTIFICADO' TO WS-TXT-RESULTADO
                    ADD 1                  TO E207-NUM-NO-IDENTIF
           END-EVALUATE.
      *
           IF WS-ARC-RESULTADO EQUAL CA-NO-IDENTIF
              ADD WS-ARC-IMPORTE           TO E207-IMP-NO-IDENTIF
              MOVE 0                       TO WS-ARC-PENDIENTE
           ELSE
              ADD WS-ARC-IMPORTE           TO E207-IMP-IDENTIF
              COMPUTE WS-ARC-PENDIENTE = WS-ARC-IMP-ESPERADO
                                       - WS-ARC-ACUMULADO
           END-IF.
      *
           MOVE WS-ARC-NUM-OPE             TO WS-EDIT-NUMOPE.
           MOVE WS-ARC-ID-REF              TO WS-EDIT-ID.
           MOVE WS-ARC-IMPORTE             TO WS-EDIT-IMPORTE.
           MOVE WS-ARC-IMP-ESPERADO        TO WS-EDIT-ESPERADO.
           MOVE WS-ARC-ACUMULADO           TO WS-EDIT-ACUMULADO.
           MOVE WS-ARC-PENDIENTE           TO WS-EDIT-PENDIENTE.
      *
           MOVE SPACES                     TO FR-COBRANZA-LINEA.
           STRING WS-TXT-RESULTADO         DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-CEN-REG           DELIMITED BY SIZE
                  WS-ARC-ACC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NUMOPE           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPORTE          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-REF-RECIBIDA      DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-CONCEPTO          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-ORDENANTE         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-CTA-ORD           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-ID               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-REFERENCIA        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-DOCUMENTO         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-ESPERADO         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-ACUMULADO        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-PENDIENTE        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-FEC-VENCE         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-EXTEMPORANEO      DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ARC-REGLA             DELIMITED BY SIZE
             INTO FR-COBRANZA-LINEA
           END-STRING.
           WRITE FR-COBRANZA-LINEA.
      *
      ******************************************************************
      *.PN 3200-LINEA-TOTALES.                                         *
      ******************************************************************
       3200-LINEA-TOTALES.
      *
           MOVE E207-NUM-PAGADOS           TO WS-EDIT-PAG.
           MOVE E207-NUM-PARCIALES         TO WS-EDIT-PAR.
           MOVE E207-NUM-SOBREPAGOS        TO WS-EDIT-SOB.
           MOVE E207-NUM-NO-IDENTIF        TO WS-EDIT-NID.
           MOVE SPACES                     TO FR-COBRANZA-LINEA.
           STRING 'TOTALES;PAGADOS='       DELIMITED BY SIZE
                  WS-EDIT-PAG              DELIMITED BY SIZE
                  ';PARCIALES='            DELIMITED BY SIZE
                  WS-EDIT-PAR              DELIMITED BY SIZE
                  ';SOBREPAGOS='           DELIMITED BY SIZE
                  WS-EDIT-SOB              DELIMITED BY SIZE
                  ';NO IDENTIFICADOS='     DELIMITED BY SIZE
                  WS-EDIT-NID              DELIMITED BY SIZE
             INTO FR-COBRANZA-LINEA
           END-STRING.
           WRITE FR-COBRANZA-LINEA.
      *
           MOVE E207-IMP-IDENTIF           TO WS-EDIT-IMPORTE.
           MOVE E207-IMP-NO-IDENTIF        TO WS-EDIT-PENDIENTE.
           MOVE SPACES                     TO FR-COBRANZA-LINEA.
           STRING 'IMPORTES;IDENTIFICADO=' DELIMITED BY SIZE
                  WS-EDIT-IMPORTE          DELIMITED BY SIZE
                  ';NO IDENTIFICADO='      DELIMITED BY SIZE
                  WS-EDIT-PENDIENTE        DELIMITED BY SIZE
             INTO FR-COBRANZA-LINEA
           END-STRING.
           WRITE FR-COBRANZA-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-COBRANZA
           END-IF.
      *
           GOBACK.
      *
