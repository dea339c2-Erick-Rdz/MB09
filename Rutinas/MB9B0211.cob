      ******************************************************************
      *  MB9B0211: CONCILIACION DIARIA DEL DIARIO DE CAJEROS PROPIOS  *
      *            CONTRA LOS RETIROS POSTEADOS. EL RETIRO EN ATM     *
      *            PROPIO (T31; EL MISMO CODIGO QUE MB2C0009 RESUELVE *
      *            EN QUERY-TCDT010-CAJERO POR T071_NETNAMEUPD) SE    *
      *            POSTEA EN BGDT071; PERO NADA LO COMPARABA CON LO   *
      *            QUE EL CAJERO REALMENTE ENTREGO. ESTE BATCH CARGA  *
      *            EL DIARIO DE DISPENSADO POR TERMINAL (MBDT244);    *
      *            CASA CADA DISPENSA CONTRA SU RETIRO POR TERMINAL,  *
      *            FECHA/HORA, TARJETA (MCDT043) E IMPORTE; Y         *
      *            REGISTRA LAS PARTIDAS EN MBDT245: POSTEADO SIN     *
      *            DISPENSAR ('PN'), DISPENSADO SIN POSTEAR ('DN'),   *
      *            DIFERENCIA DE IMPORTE ('DM') Y DIFERENCIA DE       *
      *            EFECTIVO CONTRA EL REGISTRO DE BOVEDA ('EF'). LO   *
      *            COBRADO DE MAS AL CLIENTE DENTRO DE LA TOLERANCIA  *
      *            (MBDT140 'ATMC'/'TOLREEM') VA A LA COLA DE         *
      *            REEMBOLSO AUTOMATICO; LO DEMAS QUEDA A REVISION.   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0211.
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
      *     @BAZ249    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-DIARIO ASSIGN TO ATMJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-BOVEDA ASSIGN TO ATMBOVE
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CONCILIA ASSIGN TO ATMCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REEMBOLSO ASSIGN TO ATMREEMB
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-DIARIO
           RECORDING MODE IS F.
      * UN RENGLON POR DISPENSA (O INTENTO) DEL DIARIO ELECTRONICO DEL
      * CAJERO. LA TARJETA VIENE EN EL MISMO FORMATO DE MCDT043 (BIN +
      * NUMERO). RESULTADO: 'OK' ENTREGA COMPLETA; 'PA' ENTREGA
      * PARCIAL; 'TO' TIEMPO AGOTADO; 'ER' FALLA DEL DISPENSADOR.
       01  FR-DIARIO-REG.
           05 FR-JRN-TERMINAL              PIC X(08).
           05 FR-JRN-FECHA                 PIC X(10).
           05 FR-JRN-HORA                  PIC X(06).
           05 FR-JRN-SECUENCIA             PIC 9(09).
           05 FR-JRN-NUM-BIN               PIC X(06).
           05 FR-JRN-NUM-CARD              PIC X(13).
           05 FR-JRN-IMP-SOLIC             PIC 9(09)V9(02).
           05 FR-JRN-IMP-DISP              PIC 9(09)V9(02).
           05 FR-JRN-RESULTADO             PIC X(02).
           05 FILLER                       PIC X(14).
      *
       FD  F-BOVEDA
           RECORDING MODE IS F.
      * UN RENGLON POR CAJERO Y DIA DEL CORTE DE BOVEDA: EFECTIVO AL
      * ABRIR; LO CARGADO EN EL REABASTO; LO RETIRADO (REMANENTE Y
      * RECHAZOS) Y EL EFECTIVO CONTADO AL CIERRE.
       01  FR-BOVEDA-REG.
           05 FR-BOV-TERMINAL              PIC X(08).
           05 FR-BOV-FECHA                 PIC X(10).
           05 FR-BOV-SALDO-INICIAL         PIC 9(11)V9(02).
           05 FR-BOV-CARGADO               PIC 9(11)V9(02).
           05 FR-BOV-RETIRADO              PIC 9(11)V9(02).
           05 FR-BOV-SALDO-CONTADO         PIC 9(11)V9(02).
           05 FILLER                       PIC X(10).
      *
       FD  F-CONCILIA
           RECORDING MODE IS F.
       01  FR-CONCILIA-LINEA               PIC X(132).
      *
       FD  F-REEMBOLSO
           RECORDING MODE IS F.
       01  FR-REEMBOLSO-LINEA              PIC X(132).
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
           05 WSS-RETIRO                    PIC X(01) VALUE 'N'.
              88 WSS-RETIRO-SI                      VALUE 'S'.
              88 WSS-RETIRO-NO                      VALUE 'N'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-T31                          PIC X(03)  VALUE 'T31'.
      * TIPOS DE PARTIDA (MBDT245) Y ESTADOS DEL DIARIO (MBDT244).
       01  CA-PARTIDA-PN                   PIC X(02)  VALUE 'PN'.
       01  CA-PARTIDA-DN                   PIC X(02)  VALUE 'DN'.
       01  CA-PARTIDA-DM                   PIC X(02)  VALUE 'DM'.
       01  CA-PARTIDA-EF                   PIC X(02)  VALUE 'EF'.
       01  CA-DIARIO-PE                    PIC X(02)  VALUE 'PE'.
       01  CA-DIARIO-CO                    PIC X(02)  VALUE 'CO'.
       01  CA-DIARIO-SE                    PIC X(02)  VALUE 'SE'.
      * ESTADO DE LA PARTIDA: 'RA' ENCOLADA A REEMBOLSO AUTOMATICO;
      * 'RV' PENDIENTE DE REVISION.
       01  CA-ESTADO-RA                    PIC X(02)  VALUE 'RA'.
       01  CA-ESTADO-RV                    PIC X(02)  VALUE 'RV'.
      * TOLERANCIA DE REEMBOLSO AUTOMATICO CUANDO MBDT140 NO LA TRAE.
       01  CA-TOLERANCIA                   PIC S9(05) COMP VALUE 2000.
      *
       01  WS-TOLERANCIA                   PIC S9(05) COMP.
       01  WS-NUM-BOVEDAS                  PIC S9(07) COMP VALUE 0.
      *
      * RENGLON DEL DIARIO EN TURNO (MBDT244).
       01  WS-DIARIO.
           05 WS-JRN-TERMINAL              PIC X(08).
           05 WS-JRN-FECHA                 PIC X(10).
           05 WS-JRN-SEQ                   PIC S9(09) COMP-3.
           05 WS-JRN-HORA                  PIC X(06).
           05 WS-JRN-NUM-BIN               PIC X(06).
           05 WS-JRN-NUM-CARD              PIC X(13).
           05 WS-JRN-IMP-SOLIC             PIC S9(13)V9(02) COMP-3.
           05 WS-JRN-IMP-DISP              PIC S9(13)V9(02) COMP-3.
           05 WS-JRN-RESULTADO             PIC X(02).
           05 WS-JRN-MINUTOS               PIC S9(05) COMP.
           05 WS-JRN-ESTADO                PIC X(02).
      *
       01  WS-HORA-AUX                     PIC X(06).
       01  WS-HORA-NUM REDEFINES WS-HORA-AUX.
           05 WS-HORA-HH                   PIC 9(02).
           05 WS-HORA-MI                   PIC 9(02).
           05 WS-HORA-SS                   PIC 9(02).
      *
      * RETIRO POSTEADO CASADO CON LA DISPENSA EN TURNO.
       01  WS-RETIRO.
           05 WS-RET-CEN-REG               PIC X(04).
           05 WS-RET-ACC                   PIC X(10).
           05 WS-RET-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-RET-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-RET-TERMINAL              PIC X(08).
      *
      * PARTIDA A REGISTRAR. EN 'EF' EL IMPORTE POSTEADO ES EL
      * EFECTIVO ESPERADO Y EL DISPENSADO ES EL CONTADO EN BOVEDA.
       01  WS-PARTIDA.
           05 WS-PAR-TIPO                  PIC X(02).
           05 WS-PAR-TERMINAL              PIC X(08).
           05 WS-PAR-SEQ-JRNL              PIC S9(09) COMP-3.
           05 WS-PAR-CEN-REG               PIC X(04).
           05 WS-PAR-ACC                   PIC X(10).
           05 WS-PAR-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-PAR-IMP-POSTEADO          PIC S9(13)V9(02) COMP-3.
           05 WS-PAR-IMP-DISPENSADO        PIC S9(13)V9(02) COMP-3.
           05 WS-PAR-DIFERENCIA            PIC S9(13)V9(02) COMP-3.
           05 WS-PAR-ESTADO                PIC X(02).
      *
      * TERMINAL CON RETIROS POSTEADOS Y SIN DIARIO DEL DIA.
       01  WS-SIN-DIARIO.
           05 WS-SDI-TERMINAL              PIC X(08).
           05 WS-SDI-NUM-RETIROS           PIC S9(07) COMP.
           05 WS-SDI-IMPORTE               PIC S9(13)V9(02) COMP-3.
      *
      * CUADRE DE BOVEDA DEL CAJERO EN TURNO.
       01  WS-BOVEDA.
           05 WS-BOV-DISPENSADO            PIC S9(13)V9(02) COMP-3.
           05 WS-BOV-ESPERADO              PIC S9(13)V9(02) COMP-3.
           05 WS-BOV-CONTADO               PIC S9(13)V9(02) COMP-3.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-IMP2                    PIC -(13)9.99.
       01  WS-EDIT-DIFE                    PIC -(13)9.99.
       01  WS-EDIT-NOPE                    PIC 9(09).
       01  WS-EDIT-SEQ                     PIC 9(09).
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0211.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0211.
      *
           PERFORM 1000-START.
           IF E211-RETURN-OK
              PERFORM 2000-CARGA-DIARIO
           END-IF.
           IF E211-RETURN-OK
              PERFORM 3000-CASA-DIARIO
           END-IF.
           IF E211-RETURN-OK
              PERFORM 4000-POSTEADOS-SIN-DISPENSA
           END-IF.
           IF E211-RETURN-OK
              PERFORM 4100-TERMINALES-SIN-DIARIO
           END-IF.
           IF E211-RETURN-OK
              PERFORM 4500-CUADRA-BOVEDA
           END-IF.
           IF E211-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E211-COD-RETURN.
           MOVE 0                          TO E211-NUM-DISPENSAS
                                              E211-NUM-CONCILIADAS
                                              E211-NUM-NO-DISPENSA
                                              E211-NUM-NO-POSTEADA
                                              E211-NUM-DIF-IMPORTE
                                              E211-NUM-REEMBOLSOS
                                              E211-IMP-REEMBOLSOS
                                              E211-NUM-DIF-BOVEDA
                                              E211-NUM-SIN-DIARIO.
      *
           IF E211-ENT-ORIGIN      EQUAL SPACES OR
              E211-FECHA-PROCESO   EQUAL SPACES OR
              E211-MINUTOS-VENTANA EQUAL ZEROES
              MOVE CA-99                   TO E211-COD-RETURN
           END-IF.
      *
           IF E211-RETURN-OK
              PERFORM 1100-LEE-TOLERANCIA
              OPEN INPUT  F-DIARIO F-BOVEDA
              OPEN OUTPUT F-CONCILIA F-REEMBOLSO
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-CONCILIA-LINEA
              STRING 'CONCILIACION DE CAJEROS DEL DIA '
                                            DELIMITED BY SIZE
                     E211-FECHA-PROCESO     DELIMITED BY SIZE
                INTO FR-CONCILIA-LINEA
              END-STRING
              WRITE FR-CONCILIA-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LEE-TOLERANCIA: IMPORTE MAXIMO (PESOS) QUE SE DEVUELVE *
      *     SIN REVISION CUANDO EL CAJERO ENTREGO MENOS DE LO POSTEADO.*
      ******************************************************************
       1100-LEE-TOLERANCIA.
      *
           MOVE CA-TOLERANCIA              TO WS-TOLERANCIA.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 5)))
                 INTO :WS-TOLERANCIA
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'ATMC'
                  AND T140_COD_TABLE = 'TOLREEM'
                  AND T140_ENTITY    = :E211-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK OR WS-TOLERANCIA < 0
              MOVE CA-TOLERANCIA           TO WS-TOLERANCIA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CARGA-DIARIO: CADA RENGLON DEL DIARIO QUEDA EN MBDT244 *
      *     PENDIENTE DE CASAR ('PE'). LA RE-INGESTA DEL MISMO ARCHIVO *
      *     NO DUPLICA NI VUELVE A CASAR LO YA CASADO.                 *
      ******************************************************************
       2000-CARGA-DIARIO.
      *
           PERFORM 2010-LEE-DIARIO.
           PERFORM 2100-CARGA-DISPENSA
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
      ******************************************************************
      *.PN 2010-LEE-DIARIO.                                            *
      ******************************************************************
       2010-LEE-DIARIO.
      *
           READ F-DIARIO
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2100-CARGA-DISPENSA.                                        *
      ******************************************************************
       2100-CARGA-DISPENSA.
      *
           MOVE FR-JRN-SECUENCIA           TO WS-JRN-SEQ.
           MOVE FR-JRN-IMP-SOLIC           TO WS-JRN-IMP-SOLIC.
           MOVE FR-JRN-IMP-DISP            TO WS-JRN-IMP-DISP.
      *
           EXEC SQL
               INSERT INTO MBDT244
                      (T244_ENT, T244_TERMINAL, T244_FECHA,
                       T244_SEQ, T244_HORA, T244_NUM_BIN,
                       T244_NUM_CARD, T244_IMP_SOLIC, T244_IMP_DISP,
                       T244_RESULTADO, T244_ESTADO, T244_CEN_REG,
                       T244_ACC, T244_NUM_OPERATION, T244_STP_LASTMOD)
               VALUES (:E211-ENT-ORIGIN, :FR-JRN-TERMINAL,
                       DATE(:FR-JRN-FECHA), :WS-JRN-SEQ,
                       :FR-JRN-HORA, :FR-JRN-NUM-BIN,
                       :FR-JRN-NUM-CARD, :WS-JRN-IMP-SOLIC,
                       :WS-JRN-IMP-DISP, :FR-JRN-RESULTADO,
                       :CA-DIARIO-PE, ' ', ' ', 0,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    ADD 1 TO E211-NUM-DISPENSAS
               WHEN SQL-88-DUPLICATE-VALUES
      *             RE-INGESTA DEL MISMO ARCHIVO; EL RENGLON YA ESTABA.
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E211-COD-RETURN
                    SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-EVALUATE.
      *
           IF E211-COD-RETURN EQUAL CA-00
              PERFORM 2010-LEE-DIARIO
           END-IF.
      *
      ******************************************************************
      *.PN 3000-CASA-DIARIO: LAS DISPENSAS DEL DIA PENDIENTES DE CASAR *
      *     SE CASAN CONTRA SU RETIRO POSTEADO Y SE CLASIFICAN.        *
      ******************************************************************
       3000-CASA-DIARIO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C211JRN CURSOR FOR
               SELECT T244_TERMINAL, CHAR(T244_FECHA), T244_SEQ,
                      T244_HORA, T244_NUM_BIN, T244_NUM_CARD,
                      T244_IMP_SOLIC, T244_IMP_DISP, T244_RESULTADO
                 FROM MBDT244
                WHERE T244_ENT    = :E211-ENT-ORIGIN
                  AND T244_FECHA  = DATE(:E211-FECHA-PROCESO)
                  AND T244_ESTADO = :CA-DIARIO-PE
                ORDER BY T244_TERMINAL, T244_HORA, T244_SEQ
           END-EXEC.
      *
           EXEC SQL
               OPEN C211JRN
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C211JRN
                   INTO :WS-JRN-TERMINAL, :WS-JRN-FECHA,
                        :WS-JRN-SEQ, :WS-JRN-HORA,
                        :WS-JRN-NUM-BIN, :WS-JRN-NUM-CARD,
                        :WS-JRN-IMP-SOLIC, :WS-JRN-IMP-DISP,
                        :WS-JRN-RESULTADO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-BUSCA-RETIRO
                        IF E211-RETURN-OK
                           PERFORM 3200-CLASIFICA-DISPENSA
                        END-IF
                        IF E211-RETURN-OK
                           PERFORM 3300-ACTUALIZA-DIARIO
                        END-IF
                        IF NOT E211-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E211-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C211JRN
           END-EXEC.
      *
      ******************************************************************
      *.PN 3100-BUSCA-RETIRO: EL RETIRO T31 DEL MISMO CAJERO, DIA Y    *
      *     TARJETA DENTRO DE LA VENTANA DE MINUTOS QUE NINGUNA OTRA   *
      *     DISPENSA HAYA TOMADO; PRIMERO EL DE IMPORTE IGUAL AL       *
      *     SOLICITADO Y LUEGO EL MAS CERCANO EN HORA.                 *
      ******************************************************************
       3100-BUSCA-RETIRO.
      *
           SET WSS-RETIRO-NO               TO TRUE.
           MOVE WS-JRN-HORA                TO WS-HORA-AUX.
           IF WS-HORA-NUM IS NUMERIC
              COMPUTE WS-JRN-MINUTOS = WS-HORA-HH * 60 + WS-HORA-MI
           ELSE
              MOVE 0                       TO WS-JRN-MINUTOS
           END-IF.
      *
           EXEC SQL
               SELECT TOP 1
                      M.T071_CEN_REG, M.T071_ACC,
                      M.T071_NUM_OPERATION, ABS(M.T071_AMT)
                 INTO :WS-RET-CEN-REG, :WS-RET-ACC,
                      :WS-RET-NUM-OPER, :WS-RET-IMPORTE
                 FROM BGDT071 M
                INNER JOIN MCDT043 T
                   ON T.T043_ENT_ACC = M.T071_ENT
                  AND T.T043_BRN_ACC = M.T071_CEN_REG
                  AND T.T043_TYP_ACC CONCAT T.T043_ACC =
                      M.T071_ACC
                  AND T.T043_NUM_DEB_OPE = M.T071_NUM_OPERATION
                  AND T.T043_DAT_OPERATION = M.T071_DAT_OPERATION
                WHERE M.T071_ENT = :E211-ENT-ORIGIN
                  AND M.T071_COD = :CA-T31
                  AND M.T071_DAT_OPERATION = DATE(:WS-JRN-FECHA)
                  AND M.T071_NETNAMEUPD = :WS-JRN-TERMINAL
                  AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                  AND T.T043_NUM_BIN_CRD = :WS-JRN-NUM-BIN
                  AND T.T043_NUM_CARD    = :WS-JRN-NUM-CARD
                  AND ABS(INTEGER(SUBSTR(M.T071_TIM_OPERATION, 1, 2))
                          * 60 +
                          INTEGER(SUBSTR(M.T071_TIM_OPERATION, 3, 2))
                          - :WS-JRN-MINUTOS)
                      <= :E211-MINUTOS-VENTANA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT244 J
                        WHERE J.T244_ENT     = M.T071_ENT
                          AND J.T244_CEN_REG = M.T071_CEN_REG
                          AND J.T244_ACC     = M.T071_ACC
                          AND J.T244_NUM_OPERATION =
                              M.T071_NUM_OPERATION)
                ORDER BY CASE WHEN ABS(M.T071_AMT) = :WS-JRN-IMP-SOLIC
                              THEN 0 ELSE 1 END,
                         ABS(INTEGER(SUBSTR(M.T071_TIM_OPERATION, 1, 2))
                             * 60 +
                             INTEGER(SUBSTR(M.T071_TIM_OPERATION, 3, 2))
                             - :WS-JRN-MINUTOS)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    SET WSS-RETIRO-SI      TO TRUE
               WHEN SQL-88-NOT-FOUND
                    MOVE SPACES            TO WS-RET-CEN-REG
                                              WS-RET-ACC
                    MOVE 0                 TO WS-RET-NUM-OPER
                                              WS-RET-IMPORTE
               WHEN OTHER
                    MOVE CA-99             TO E211-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3200-CLASIFICA-DISPENSA: CON RETIRO, SI LO ENTREGADO ES LO  *
      *     POSTEADO CUADRA; SI NO SE ENTREGO NADA ES 'PN' Y SI SE     *
      *     ENTREGO OTRO IMPORTE ES 'DM'. SIN RETIRO, LO ENTREGADO ES  *
      *     'DN'; UN INTENTO SIN ENTREGA NI CARGO NO TIENE EFECTO.     *
      ******************************************************************
       3200-CLASIFICA-DISPENSA.
      *
           MOVE SPACES                     TO WS-PAR-TIPO.
      *
           IF WSS-RETIRO-SI
              EVALUATE TRUE
                  WHEN WS-JRN-IMP-DISP EQUAL WS-RET-IMPORTE
                       MOVE CA-DIARIO-CO   TO WS-JRN-ESTADO
                       ADD 1 TO E211-NUM-CONCILIADAS
                  WHEN WS-JRN-IMP-DISP EQUAL 0
                       MOVE CA-PARTIDA-PN  TO WS-PAR-TIPO
                       ADD 1 TO E211-NUM-NO-DISPENSA
                  WHEN OTHER
                       MOVE CA-PARTIDA-DM  TO WS-PAR-TIPO
                       ADD 1 TO E211-NUM-DIF-IMPORTE
              END-EVALUATE
           ELSE
              IF WS-JRN-IMP-DISP > 0
                 MOVE CA-PARTIDA-DN        TO WS-PAR-TIPO
                 ADD 1 TO E211-NUM-NO-POSTEADA
              ELSE
                 MOVE CA-DIARIO-SE         TO WS-JRN-ESTADO
                 ADD 1 TO E211-NUM-CONCILIADAS
              END-IF
           END-IF.
      *
           IF WS-PAR-TIPO NOT EQUAL SPACES
              MOVE WS-PAR-TIPO             TO WS-JRN-ESTADO
              MOVE WS-JRN-TERMINAL         TO WS-PAR-TERMINAL
              MOVE WS-JRN-SEQ              TO WS-PAR-SEQ-JRNL
              MOVE WS-RET-CEN-REG          TO WS-PAR-CEN-REG
              MOVE WS-RET-ACC              TO WS-PAR-ACC
              MOVE WS-RET-NUM-OPER         TO WS-PAR-NUM-OPER
              MOVE WS-RET-IMPORTE          TO WS-PAR-IMP-POSTEADO
              MOVE WS-JRN-IMP-DISP         TO WS-PAR-IMP-DISPENSADO
              PERFORM 3800-REGISTRA-PARTIDA
           END-IF.
      *
      ******************************************************************
      *.PN 3300-ACTUALIZA-DIARIO: EL RENGLON QUEDA CASADO (CON LA      *
      *     LLAVE DEL RETIRO; ES LO QUE EXCLUYE ESE RETIRO DE OTRAS    *
      *     DISPENSAS Y DEL BARRIDO DE POSTEADOS SIN DISPENSA).        *
      ******************************************************************
       3300-ACTUALIZA-DIARIO.
      *
           EXEC SQL
               UPDATE MBDT244
                  SET T244_ESTADO        = :WS-JRN-ESTADO,
                      T244_CEN_REG       = :WS-RET-CEN-REG,
                      T244_ACC           = :WS-RET-ACC,
                      T244_NUM_OPERATION = :WS-RET-NUM-OPER,
                      T244_STP_LASTMOD   = CURRENT TIMESTAMP
                WHERE T244_ENT      = :E211-ENT-ORIGIN
                  AND T244_TERMINAL = :WS-JRN-TERMINAL
                  AND T244_FECHA    = DATE(:WS-JRN-FECHA)
                  AND T244_SEQ      = :WS-JRN-SEQ
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E211-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3800-REGISTRA-PARTIDA: ALTA EN MBDT245. LO COBRADO DE MAS   *
      *     AL CLIENTE ('PN'/'DM' CON DIFERENCIA A SU FAVOR) DENTRO DE *
      *     LA TOLERANCIA SE ENCOLA A REEMBOLSO; LO DEMAS A REVISION.  *
      *     SI LA PARTIDA YA ESTABA (RE-PROCESO) NO SE VUELVE A        *
      *     ENCOLAR.                                                   *
      ******************************************************************
       3800-REGISTRA-PARTIDA.
      *
           COMPUTE WS-PAR-DIFERENCIA = WS-PAR-IMP-POSTEADO -
                                       WS-PAR-IMP-DISPENSADO.
      *
           IF (WS-PAR-TIPO EQUAL CA-PARTIDA-PN OR
               WS-PAR-TIPO EQUAL CA-PARTIDA-DM) AND
              WS-PAR-DIFERENCIA > 0 AND
              WS-PAR-DIFERENCIA NOT > WS-TOLERANCIA
              MOVE CA-ESTADO-RA            TO WS-PAR-ESTADO
           ELSE
              MOVE CA-ESTADO-RV            TO WS-PAR-ESTADO
           END-IF.
      *
           EXEC SQL
               INSERT INTO MBDT245
                      (T245_ENT, T245_TIPO, T245_TERMINAL,
                       T245_FECHA, T245_SEQ_JRNL, T245_CEN_REG,
                       T245_ACC, T245_NUM_OPERATION,
                       T245_IMP_POSTEADO, T245_IMP_DISPENSADO,
                       T245_IMP_DIFERENCIA, T245_ESTADO,
                       T245_STP_ALTA)
               VALUES (:E211-ENT-ORIGIN, :WS-PAR-TIPO,
                       :WS-PAR-TERMINAL, DATE(:E211-FECHA-PROCESO),
                       :WS-PAR-SEQ-JRNL, :WS-PAR-CEN-REG,
                       :WS-PAR-ACC, :WS-PAR-NUM-OPER,
                       :WS-PAR-IMP-POSTEADO, :WS-PAR-IMP-DISPENSADO,
                       :WS-PAR-DIFERENCIA, :WS-PAR-ESTADO,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-PAR-ESTADO EQUAL CA-ESTADO-RA
                       PERFORM 3900-ENCOLA-REEMBOLSO
                    END-IF
                    PERFORM 3850-ESCRIBE-PARTIDA
               WHEN SQL-88-DUPLICATE-VALUES
      *             LA PARTIDA YA SE HABIA REGISTRADO Y ENCOLADO.
                    PERFORM 3850-ESCRIBE-PARTIDA
               WHEN OTHER
                    MOVE CA-99             TO E211-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3850-ESCRIBE-PARTIDA.                                       *
      ******************************************************************
       3850-ESCRIBE-PARTIDA.
      *
           MOVE WS-PAR-IMP-POSTEADO        TO WS-EDIT-IMPT.
           MOVE WS-PAR-IMP-DISPENSADO      TO WS-EDIT-IMP2.
           MOVE WS-PAR-DIFERENCIA          TO WS-EDIT-DIFE.
           MOVE WS-PAR-NUM-OPER            TO WS-EDIT-NOPE.
           MOVE WS-PAR-SEQ-JRNL            TO WS-EDIT-SEQ.
      *
           MOVE SPACES                     TO FR-CONCILIA-LINEA.
           STRING 'PARTIDA='               DELIMITED BY SIZE
                  WS-PAR-TIPO              DELIMITED BY SIZE
                  ';CAJERO='               DELIMITED BY SIZE
                  WS-PAR-TERMINAL          DELIMITED BY SIZE
                  ';SEQ='                  DELIMITED BY SIZE
                  WS-EDIT-SEQ              DELIMITED BY SIZE
                  ';CTA='                  DELIMITED BY SIZE
                  WS-PAR-CEN-REG           DELIMITED BY SIZE
                  WS-PAR-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';POST='                 DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';DISP='                 DELIMITED BY SIZE
                  WS-EDIT-IMP2             DELIMITED BY SIZE
                  ';DIF='                  DELIMITED BY SIZE
                  WS-EDIT-DIFE             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-PAR-ESTADO            DELIMITED BY SIZE
             INTO FR-CONCILIA-LINEA
           END-STRING.
           WRITE FR-CONCILIA-LINEA.
      *
      ******************************************************************
      *.PN 3900-ENCOLA-REEMBOLSO: MISMO RENGLON QUE LA COLA DE         *
      *     REEMBOLSO DE LA CONCILIACION METRO (MB9B0143).             *
      ******************************************************************
       3900-ENCOLA-REEMBOLSO.
      *
           ADD 1                           TO E211-NUM-REEMBOLSOS.
           ADD WS-PAR-DIFERENCIA           TO E211-IMP-REEMBOLSOS.
      *
           MOVE WS-PAR-DIFERENCIA          TO WS-EDIT-DIFE.
           MOVE WS-PAR-NUM-OPER            TO WS-EDIT-NOPE.
      *
           MOVE SPACES                     TO FR-REEMBOLSO-LINEA.
           STRING 'REEMBOLSO;'             DELIMITED BY SIZE
                  WS-PAR-CEN-REG           DELIMITED BY SIZE
                  WS-PAR-ACC               DELIMITED BY SIZE
                  ';NUMOPER='              DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-DIFE             DELIMITED BY SIZE
                  ';FECHA='                DELIMITED BY SIZE
                  E211-FECHA-PROCESO       DELIMITED BY SIZE
                  ';CAJERO='               DELIMITED BY SIZE
                  WS-PAR-TERMINAL          DELIMITED BY SIZE
             INTO FR-REEMBOLSO-LINEA
           END-STRING.
           WRITE FR-REEMBOLSO-LINEA.
      *
      ******************************************************************
      *.PN 4000-POSTEADOS-SIN-DISPENSA: RETIROS T31 DEL DIA EN CAJEROS *
      *     QUE SI MANDARON DIARIO PERO QUE NINGUNA DISPENSA CASO. LOS *
      *     CAJEROS SIN DIARIO SOLO SE REPORTAN (4100): SIN DIARIO NO  *
      *     SE PUEDE AFIRMAR QUE NO ENTREGARON.                        *
      ******************************************************************
       4000-POSTEADOS-SIN-DISPENSA.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C211PND CURSOR FOR
               SELECT M.T071_CEN_REG, M.T071_ACC,
                      M.T071_NUM_OPERATION, ABS(M.T071_AMT),
                      M.T071_NETNAMEUPD
                 FROM BGDT071 M
                WHERE M.T071_ENT = :E211-ENT-ORIGIN
                  AND M.T071_COD = :CA-T31
                  AND M.T071_DAT_OPERATION =
                      DATE(:E211-FECHA-PROCESO)
                  AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                  AND EXISTS
                      (SELECT 1
                         FROM MBDT244 J
                        WHERE J.T244_ENT      = M.T071_ENT
                          AND J.T244_TERMINAL = M.T071_NETNAMEUPD
                          AND J.T244_FECHA    =
                              M.T071_DAT_OPERATION)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT244 J
                        WHERE J.T244_ENT     = M.T071_ENT
                          AND J.T244_CEN_REG = M.T071_CEN_REG
                          AND J.T244_ACC     = M.T071_ACC
                          AND J.T244_NUM_OPERATION =
                              M.T071_NUM_OPERATION)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT245 P
                        WHERE P.T245_ENT     = M.T071_ENT
                          AND P.T245_TIPO    = :CA-PARTIDA-PN
                          AND P.T245_CEN_REG = M.T071_CEN_REG
                          AND P.T245_ACC     = M.T071_ACC
                          AND P.T245_NUM_OPERATION =
                              M.T071_NUM_OPERATION)
                ORDER BY M.T071_NETNAMEUPD, M.T071_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C211PND
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C211PND
                   INTO :WS-RET-CEN-REG, :WS-RET-ACC,
                        :WS-RET-NUM-OPER, :WS-RET-IMPORTE,
                        :WS-RET-TERMINAL
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1 TO E211-NUM-NO-DISPENSA
                        MOVE CA-PARTIDA-PN  TO WS-PAR-TIPO
                        MOVE WS-RET-TERMINAL
                                            TO WS-PAR-TERMINAL
                        MOVE 0              TO WS-PAR-SEQ-JRNL
                                               WS-PAR-IMP-DISPENSADO
                        MOVE WS-RET-CEN-REG TO WS-PAR-CEN-REG
                        MOVE WS-RET-ACC     TO WS-PAR-ACC
                        MOVE WS-RET-NUM-OPER
                                            TO WS-PAR-NUM-OPER
                        MOVE WS-RET-IMPORTE TO WS-PAR-IMP-POSTEADO
                        PERFORM 3800-REGISTRA-PARTIDA
                        IF NOT E211-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E211-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C211PND
           END-EXEC.
      *
      ******************************************************************
      *.PN 4100-TERMINALES-SIN-DIARIO: CAJEROS CON RETIROS POSTEADOS   *
      *     EN EL DIA DE LOS QUE NO LLEGO DIARIO.                      *
      ******************************************************************
       4100-TERMINALES-SIN-DIARIO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C211SDI CURSOR FOR
               SELECT M.T071_NETNAMEUPD, COUNT(*),
                      SUM(ABS(M.T071_AMT))
                 FROM BGDT071 M
                WHERE M.T071_ENT = :E211-ENT-ORIGIN
                  AND M.T071_COD = :CA-T31
                  AND M.T071_DAT_OPERATION =
                      DATE(:E211-FECHA-PROCESO)
                  AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT244 J
                        WHERE J.T244_ENT      = M.T071_ENT
                          AND J.T244_TERMINAL = M.T071_NETNAMEUPD
                          AND J.T244_FECHA    =
                              M.T071_DAT_OPERATION)
                GROUP BY M.T071_NETNAMEUPD
                ORDER BY M.T071_NETNAMEUPD
           END-EXEC.
      *
           EXEC SQL
               OPEN C211SDI
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C211SDI
                   INTO :WS-SDI-TERMINAL, :WS-SDI-NUM-RETIROS,
                        :WS-SDI-IMPORTE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1 TO E211-NUM-SIN-DIARIO
                        PERFORM 4190-ESCRIBE-SIN-DIARIO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E211-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C211SDI
           END-EXEC.
      *
      ******************************************************************
      *.PN 4190-ESCRIBE-SIN-DIARIO.                                    *
      ******************************************************************
       4190-ESCRIBE-SIN-DIARIO.
      *
           MOVE WS-SDI-NUM-RETIROS         TO WS-EDIT-NUM.
           MOVE WS-SDI-IMPORTE             TO WS-EDIT-IMPT.
      *
           MOVE SPACES                     TO FR-CONCILIA-LINEA.
           STRING 'CAJERO-SIN-DIARIO;'     DELIMITED BY SIZE
                  WS-SDI-TERMINAL          DELIMITED BY SIZE
                  ';RETIROS='              DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-CONCILIA-LINEA
           END-STRING.
           WRITE FR-CONCILIA-LINEA.
      *
      ******************************************************************
      *.PN 4500-CUADRA-BOVEDA: POR CADA CORTE DE BOVEDA DEL DIA, EL    *
      *     EFECTIVO ESPERADO (INICIAL + CARGADO - RETIRADO - LO       *
      *     DISPENSADO SEGUN EL DIARIO) CONTRA EL CONTADO AL CIERRE.   *
      ******************************************************************
       4500-CUADRA-BOVEDA.
      *
           MOVE 'N'                        TO WSS-FIN-ARCHIVO.
           PERFORM 4510-LEE-BOVEDA.
           PERFORM 4520-PROCESA-BOVEDA
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
      ******************************************************************
      *.PN 4510-LEE-BOVEDA.                                            *
      ******************************************************************
       4510-LEE-BOVEDA.
      *
           READ F-BOVEDA
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 4520-PROCESA-BOVEDA.                                        *
      ******************************************************************
       4520-PROCESA-BOVEDA.
      *
           IF FR-BOV-FECHA EQUAL E211-FECHA-PROCESO
              ADD 1                        TO WS-NUM-BOVEDAS
              PERFORM 4530-EFECTIVO-DEL-DIA
           END-IF.
      *
           IF E211-COD-RETURN EQUAL CA-00
              PERFORM 4510-LEE-BOVEDA
           ELSE
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 4530-EFECTIVO-DEL-DIA.                                      *
      ******************************************************************
       4530-EFECTIVO-DEL-DIA.
      *
           EXEC SQL
               SELECT COALESCE(SUM(T244_IMP_DISP), 0)
                 INTO :WS-BOV-DISPENSADO
                 FROM MBDT244
                WHERE T244_ENT      = :E211-ENT-ORIGIN
                  AND T244_TERMINAL = :FR-BOV-TERMINAL
                  AND T244_FECHA    = DATE(:E211-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E211-COD-RETURN
           ELSE
              COMPUTE WS-BOV-ESPERADO = FR-BOV-SALDO-INICIAL +
                                        FR-BOV-CARGADO -
                                        FR-BOV-RETIRADO -
                                        WS-BOV-DISPENSADO
              MOVE FR-BOV-SALDO-CONTADO    TO WS-BOV-CONTADO
              IF WS-BOV-ESPERADO NOT EQUAL WS-BOV-CONTADO
                 ADD 1                     TO E211-NUM-DIF-BOVEDA
                 MOVE CA-PARTIDA-EF        TO WS-PAR-TIPO
                 MOVE FR-BOV-TERMINAL      TO WS-PAR-TERMINAL
                 MOVE 0                    TO WS-PAR-SEQ-JRNL
                                              WS-PAR-NUM-OPER
                 MOVE SPACES               TO WS-PAR-CEN-REG
                                              WS-PAR-ACC
                 MOVE WS-BOV-ESPERADO      TO WS-PAR-IMP-POSTEADO
                 MOVE WS-BOV-CONTADO       TO WS-PAR-IMP-DISPENSADO
                 PERFORM 3800-REGISTRA-PARTIDA
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE E211-NUM-DISPENSAS         TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-CONCILIA-LINEA.
           STRING 'TOTAL DISPENSAS CARGADAS='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CONCILIA-LINEA
           END-STRING.
           WRITE FR-CONCILIA-LINEA.
      *
           MOVE E211-NUM-REEMBOLSOS        TO WS-EDIT-NUM.
           MOVE E211-IMP-REEMBOLSOS        TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-CONCILIA-LINEA.
           STRING 'TOTAL ENCOLADO A REEMBOLSO='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-CONCILIA-LINEA
           END-STRING.
           WRITE FR-CONCILIA-LINEA.
      *
           IF E211-NUM-DISPENSAS   EQUAL 0 AND
              E211-NUM-CONCILIADAS EQUAL 0 AND
              E211-NUM-NO-DISPENSA EQUAL 0 AND
              E211-NUM-NO-POSTEADA EQUAL 0 AND
              E211-NUM-DIF-IMPORTE EQUAL 0 AND
              E211-NUM-SIN-DIARIO  EQUAL 0 AND
              WS-NUM-BOVEDAS       EQUAL 0
              MOVE CA-10                   TO E211-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-DIARIO F-BOVEDA F-CONCILIA F-REEMBOLSO
           END-IF.
      *
           GOBACK.
      *
