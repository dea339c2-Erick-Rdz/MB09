      *            REPORTA LOS EXCESOS A CUMPLIMIENTO (UDISRPT) Y     *
      *            DEJA LA MARCA DEL MES EN MBDT184 PARA QUE LOS      *
      *            CANALES ADVIERTAN AL CLIENTE ANTES DE QUE EL       *
      *            REGULADOR NOS ADVIERTA A NOSOTROS. EL EXCEDENTE    *
      *            EN PESOS QUEDA RETENIDO EN BGDT089 (CODIGO 'TUDI') *
      *            HASTA QUE EL CLIENTE SUBA DE NIVEL (MB7C0580).     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ180    AGR     02-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ247    AGR     15-10-2026 LA RE-CORRIDA REGRESA A 'EX' *
      *                                   LA MARCA 'AM' DE UN CAMBIO  *
      *                                   DE NIVEL (MB7C0580) QUE     *
      *                                   VUELVE A EXCEDER EL TOPE    *
      *                                   Y EL EXCEDENTE DEL MES QUEDA *
      *                                   RETENIDO EN BGDT089 'TUDI'  *
      *                                   (LO LIBERA MB7C0580 AL      *
      *                                   SUBIR DE NIVEL)             *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-EXCEDIDA                     PIC X(02)  VALUE 'EX'.
      * @BAZ247-I
       01  CA-RET-TOPE                     PIC X(04)  VALUE 'TUDI'.
      * @BAZ247-F
      *
      * WALLET EN TURNO CON SUS DEPOSITOS DEL MES.
       01  WS-WALLET.
       01  WS-DEP-UDIS                     PIC S9(13)V9(02) COMP-3.
       01  WS-TOPE-UDIS                    PIC S9(09) COMP-3.
       01  WS-FEC-INI                      PIC X(10).
      * @BAZ247-I
      *
      * RETENCION DEL EXCEDENTE DEL MES (UNA POR CUENTA Y MES; LA
      * RE-CORRIDA LA ACTUALIZA).
       01  WS-RET-IMPORTE                  PIC S9(13)V9(02) COMP-3.
       01  WS-RET-NUM-WHD                  PIC S9(09) COMP-3.
       01  WS-RET-OBSERV                   PIC X(30).
      * @BAZ247-F
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-UDIS                    PIC -(13)9.99.
              IF WS-DEP-UDIS > WS-TOPE-UDIS
                 ADD 1 TO E159-NUM-EXCEDIDAS
                 PERFORM 2200-MARCA-EXCESO
      * @BAZ247-I
                 IF E159-RETURN-OK
                    PERFORM 2300-RETIENE-EXCESO
                 END-IF
      * @BAZ247-F
                 PERFORM 2900-ESCRIBE-EXCESO
              END-IF
           END-IF.
                        UPDATE MBDT184
                           SET T184_DEP_UDIS    = :WS-DEP-UDIS,
                               T184_TOPE_UDIS   = :WS-TOPE-UDIS,
      * @BAZ247-I
                               T184_ESTADO      = :CA-EXCEDIDA,
      * @BAZ247-F
                               T184_STP_LASTMOD =
                               CURRENT TIMESTAMP
                         WHERE T184_ENT     = :E159-ENT-ORIGIN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      * @BAZ247-I
      ******************************************************************
      *.PN 2300-RETIENE-EXCESO: LOS PESOS DEPOSITADOS POR ENCIMA DEL   *
      *     TOPE QUEDAN RETENIDOS EN BGDT089 CON CODIGO 'TUDI' (LA     *
      *     OBSERVACION LLEVA EL MES). LA RE-CORRIDA ACTUALIZA LA      *
      *     RETENCION DEL MES EN VEZ DE DUPLICARLA. MB7C0580 LAS       *
      *     LIBERA CUANDO SE APLICA EL CAMBIO DE NIVEL.                *
      ******************************************************************
       2300-RETIENE-EXCESO.
      *
           COMPUTE WS-RET-IMPORTE ROUNDED =
                   (WS-DEP-UDIS - WS-TOPE-UDIS) * WS-VALOR-UDI.
      *
           MOVE SPACES                     TO WS-RET-OBSERV.
           STRING 'TOPE UDI MES '          DELIMITED BY SIZE
                  E159-MES-PROCESO         DELIMITED BY SIZE
             INTO WS-RET-OBSERV
           END-STRING.
      *
           EXEC SQL
               UPDATE BGDT089
                  SET T089_AMT_ORIGIN   = :WS-RET-IMPORTE,
                      T089_AMT_CURRENT  = :WS-RET-IMPORTE
                WHERE T089_ENT          = :E159-ENT-ORIGIN
                  AND T089_CEN_REG      = :WS-WAL-CEN-REG
                  AND T089_ACC          = :WS-WAL-ACC
                  AND T089_COD          = :CA-RET-TOPE
                  AND T089_OBSERVATIONS = :WS-RET-OBSERV
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    PERFORM 2310-ALTA-RETENCION
               WHEN OTHER
                    MOVE CA-99             TO E159-COD-RETURN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2310-ALTA-RETENCION: MISMO ALTA QUE LOS EMBARGOS (MB9B0127).*
      ******************************************************************
       2310-ALTA-RETENCION.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T089_NUM_WHD), 0) + 1
                 INTO :WS-RET-NUM-WHD
                 FROM BGDT089 with(nolock)
                WHERE T089_ENT     = :E159-ENT-ORIGIN
                  AND T089_CEN_REG = :WS-WAL-CEN-REG
                  AND T089_ACC     = :WS-WAL-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              EXEC SQL
                  INSERT INTO BGDT089
                         (T089_ENT, T089_CEN_REG, T089_ACC,
                          T089_NUM_WHD, T089_DAT_REG, T089_TIM_REG,
                          T089_AMT_ORIGIN, T089_AMT_CURRENT,
                          T089_COD, T089_OBSERVATIONS)
                  VALUES (:E159-ENT-ORIGIN, :WS-WAL-CEN-REG,
                          :WS-WAL-ACC, :WS-RET-NUM-WHD,
                          CURRENT DATE, CURRENT TIME,
                          :WS-RET-IMPORTE, :WS-RET-IMPORTE,
                          :CA-RET-TOPE, :WS-RET-OBSERV)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E159-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ247-F
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-EXCESO.                                        *
      ******************************************************************
