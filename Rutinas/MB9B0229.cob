      ******************************************************************
      *  MB9B0229: REPORTE DE DIFERENCIAS DEL COTEJO DE DESCRIPCIONES *
      *            PRE-GENERADAS. MB7C0720 CON ACCION 'C' VUELVE A    *
      *            ARMAR EN VIVO UNA MUESTRA DE CUENTAS YA GUARDADAS  *
      *            EN MBDT281 Y MB2C0009 DEJA EN MBDT282 CADA CAMPO   *
      *            QUE YA NO COINCIDE (UN CATALOGO, UNA REGLA DE      *
      *            COMERCIO O UNA DESCRIPCION DE LA SUPER APP QUE     *
      *            CAMBIO DESPUES DEL RENDER). ESTE BATCH LISTA LAS   *
      *            DIFERENCIAS DE UN COTEJO (DESCRPT) PARA DECIDIR SI *
      *            SE VUELVE A GENERAR EL PERIODO.                    *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0229.
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
      *     @BAZ267    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO DESCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      *
      * DIFERENCIA EN TURNO.
       01  WS-DIFERENCIA.
           05 WS-DIF-CEN-REG               PIC X(04).
           05 WS-DIF-ACC                   PIC X(10).
           05 WS-DIF-NUM-OPERATION         PIC S9(09) COMP.
           05 WS-DIF-DAT-OPERATION         PIC X(10).
           05 WS-DIF-CAMPO                 PIC X(08).
           05 WS-DIF-VAL-PRE               PIC X(50).
           05 WS-DIF-VAL-VIVO              PIC X(50).
      *
      * LLAVE DEL MOVIMIENTO ANTERIOR, PARA CONTAR MOVIMIENTOS.
       01  WS-LLAVE-ANT.
           05 WS-ANT-CEN-REG               PIC X(04) VALUE SPACES.
           05 WS-ANT-ACC                   PIC X(10) VALUE SPACES.
           05 WS-ANT-NUM-OPERATION         PIC S9(09) COMP VALUE 0.
           05 WS-ANT-DAT-OPERATION         PIC X(10) VALUE SPACES.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0229.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0229.
      *
           PERFORM 1000-START.
           IF E229-RETURN-OK
              PERFORM 2000-LISTA-DIFERENCIAS
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E229-COD-RETURN.
           MOVE 0                          TO E229-NUM-DIFERENCIAS
                                              E229-NUM-MOVTOS.
      *
           IF E229-ENT-ORIGIN   EQUAL SPACES OR
              E229-FECHA-COTEJO EQUAL SPACES
              MOVE CA-99                   TO E229-COD-RETURN
           END-IF.
      *
           IF E229-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'COTEJO DE DESCRIPCIONES PRE-GENERADAS; FECHA '
                                           DELIMITED BY SIZE
                     E229-FECHA-COTEJO     DELIMITED BY SIZE
                     ';ENTIDAD '           DELIMITED BY SIZE
                     E229-ENT-ORIGIN       DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-LISTA-DIFERENCIAS: LAS DIFERENCIAS DEL COTEJO EN ORDEN *
      *     DE CUENTA Y MOVIMIENTO.                                    *
      ******************************************************************
       2000-LISTA-DIFERENCIAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C229DIF CURSOR FOR
               SELECT T282_CEN_REG, T282_ACC, T282_NUM_OPERATION,
                      T282_DAT_OPERATION, T282_CAMPO,
                      T282_VAL_PRE, T282_VAL_VIVO
                 FROM MBDT282 with (nolock)
                WHERE T282_ENT        = :E229-ENT-ORIGIN
                  AND T282_FEC_COTEJO = :E229-FECHA-COTEJO
                ORDER BY T282_CEN_REG, T282_ACC, T282_DAT_OPERATION,
                         T282_NUM_OPERATION, T282_CAMPO
           END-EXEC.
      *
           EXEC SQL
               OPEN C229DIF
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C229DIF
                   INTO :WS-DIF-CEN-REG, :WS-DIF-ACC,
                        :WS-DIF-NUM-OPERATION,
                        :WS-DIF-DAT-OPERATION, :WS-DIF-CAMPO,
                        :WS-DIF-VAL-PRE, :WS-DIF-VAL-VIVO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1              TO E229-NUM-DIFERENCIAS
                        PERFORM 2100-CUENTA-MOVIMIENTO
                        PERFORM 2900-ESCRIBE-DIFERENCIA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E229-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C229DIF
           END-EXEC.
      *
           IF E229-NUM-DIFERENCIAS EQUAL 0 AND
              E229-COD-RETURN      EQUAL CA-00
              MOVE CA-10                   TO E229-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-CUENTA-MOVIMIENTO: UN MOVIMIENTO PUEDE TENER VARIOS    *
      *     CAMPOS DISTINTOS; SE CUENTA UNA VEZ.                       *
      ******************************************************************
       2100-CUENTA-MOVIMIENTO.
      *
           IF WS-DIF-CEN-REG       NOT EQUAL WS-ANT-CEN-REG       OR
              WS-DIF-ACC           NOT EQUAL WS-ANT-ACC           OR
              WS-DIF-NUM-OPERATION NOT EQUAL WS-ANT-NUM-OPERATION OR
              WS-DIF-DAT-OPERATION NOT EQUAL WS-ANT-DAT-OPERATION
              ADD 1                        TO E229-NUM-MOVTOS
              MOVE WS-DIF-CEN-REG          TO WS-ANT-CEN-REG
              MOVE WS-DIF-ACC              TO WS-ANT-ACC
              MOVE WS-DIF-NUM-OPERATION    TO WS-ANT-NUM-OPERATION
              MOVE WS-DIF-DAT-OPERATION    TO WS-ANT-DAT-OPERATION
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-DIFERENCIA: LOS VALORES VAN SIN LOS BLANCOS    *
      *     FINALES; SI NO CABEN EN EL RENGLON SE CORTAN.              *
      ******************************************************************
       2900-ESCRIBE-DIFERENCIA.
      *
           MOVE WS-DIF-NUM-OPERATION       TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'DIF;'                   DELIMITED BY SIZE
                  WS-DIF-CEN-REG           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-DIF-ACC               DELIMITED BY SIZE
                  ';OPE='                  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';FECHA='                DELIMITED BY SIZE
                  WS-DIF-DAT-OPERATION     DELIMITED BY SIZE
                  ';CAMPO='                DELIMITED BY SIZE
                  WS-DIF-CAMPO             DELIMITED BY SPACE
                  ';PRE='                  DELIMITED BY SIZE
                  WS-DIF-VAL-PRE           DELIMITED BY '  '
                  ';VIVO='                 DELIMITED BY SIZE
                  WS-DIF-VAL-VIVO          DELIMITED BY '  '
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
