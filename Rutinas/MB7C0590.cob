      ******************************************************************
      *  MB7C0590: SALDO E HISTORIAL DE PUNTOS DE LEALTAD DE UNA      *
      *            CUENTA. LEE EL LIBRO DE PUNTOS MBDT243 QUE LLENA   *
      *            EL NOCTURNO MB9B0210 (ACUMULACIONES POR COMPRA;    *
      *            REEMBOLSOS; ANULACIONES; CONTRACARGOS Y            *
      *            VENCIMIENTOS) Y REGRESA EL SALDO; LO QUE ESTA POR  *
      *            VENCER Y UNA PAGINA DE 10 RENGLONES DEL MAS        *
      *            RECIENTE AL MAS ANTIGUO, REPOSICIONADA POR EL      *
      *            CONSECUTIVO DEL LIBRO. LA INVOCA MB2C0009          *
      *            (CONSULTA-PUNTOS) CON EL COMMAREA MBEC0590.        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0590.
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
      *     @BAZ248    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
         COPY QAWCSQL.
      *
       01 VA-SW-FIN-MOV                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-MOV-SI                    VALUE 'S'.
      *
      * SALDO Y VENCIMIENTOS DEL LIBRO.
       01 VN-SALDO-DB                      PIC S9(09) COMP-3.
       01 VN-POR-VENCER-DB                 PIC S9(09) COMP-3.
       01 VN-NULL-PROX                     PIC S9(04) COMP.
      *
      * RENGLON DEL LIBRO EN TURNO (CURSOR C590MOV).
       01 VA-MOVIMIENTO.
           05 VN-MOV-SEQ-DB                PIC S9(09) COMP-3.
           05 VA-MOV-TIPO                  PIC X(02).
           05 VA-MOV-FECHA                 PIC X(10).
           05 VA-MOV-CATEGORIA             PIC X(30).
           05 VN-MOV-IMPORTE-DB            PIC S9(13)V9(02) COMP-3.
           05 VN-MOV-PUNTOS-DB             PIC S9(09) COMP-3.
           05 VA-MOV-FEC-VENCE             PIC X(10).
      *
      * TOPE DE REPOSICIONAMIENTO: LA PRIMERA PAGINA ARRANCA ARRIBA
      * DE CUALQUIER CONSECUTIVO.
       01 VN-SEQ-TOPE                      PIC S9(09) COMP-3.
       01 VN-IX-MOV                        PIC S9(04) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-MOVS                      PIC S9(04) COMP VALUE 10.
       01 CA-SEQ-MAXIMO                    PIC S9(09) COMP-3
                                           VALUE 999999999.
       01 CA-ACUMULA                       PIC X(02) VALUE 'AC'.
       01 CA-EDO-VIVA                      PIC X(02) VALUE 'AC'.
       01 CA-DIAS-POR-VENCER               PIC S9(04) COMP VALUE 30.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0590.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-PTS-COD-RETURN EQUAL CA-00
              PERFORM 2000-LEE-SALDO
           END-IF
      *
           IF PR-PTS-COD-RETURN EQUAL CA-00
              PERFORM 3000-LEE-HISTORIAL
           END-IF
      *
           IF PR-PTS-COD-RETURN EQUAL CA-00 AND
              PR-PTS-NUM-MOVS   EQUAL ZEROES AND
              PR-PTS-SALDO      EQUAL ZEROES AND
              PR-PTS-ULT-SEQ    EQUAL ZEROES
              MOVE CA-10                   TO PR-PTS-COD-RETURN
              MOVE 'CUENTA SIN PUNTOS'     TO PR-PTS-DES-ERROR
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-PTS-COD-RETURN
           MOVE SPACES                     TO PR-PTS-DES-ERROR
                                              PR-PTS-FEC-PROX-VENCE
           MOVE 'N'                        TO PR-PTS-MAS-DATOS
           MOVE ZEROES                     TO PR-PTS-SALDO
                                              PR-PTS-POR-VENCER
                                              PR-PTS-NUM-MOVS
           INITIALIZE PR-PTS-HISTORIAL

           IF PR-PTS-ENT     EQUAL SPACES OR LOW-VALUES OR
              PR-PTS-CEN-REG EQUAL SPACES OR LOW-VALUES OR
              PR-PTS-ACC     EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-PTS-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-PTS-DES-ERROR
           END-IF

           IF PR-PTS-ULT-SEQ NOT NUMERIC
              MOVE ZEROES                  TO PR-PTS-ULT-SEQ
           END-IF

           IF PR-PTS-ULT-SEQ EQUAL ZEROES
              MOVE CA-SEQ-MAXIMO           TO VN-SEQ-TOPE
           ELSE
              MOVE PR-PTS-ULT-SEQ          TO VN-SEQ-TOPE
           END-IF.
      ******************************************************************
      *2000-LEE-SALDO.                                                 *
      * EL SALDO ES LA SUMA DEL LIBRO; LO POR VENCER SON LOS PUNTOS    *
      * VIVOS DE LAS ACUMULACIONES QUE VENCEN DENTRO DE 30 DIAS.       *
      ******************************************************************
       2000-LEE-SALDO.

           MOVE ZEROES                     TO VN-SALDO-DB
                                              VN-POR-VENCER-DB

           EXEC SQL
              SELECT COALESCE(SUM(T243_PUNTOS), 0),
                     COALESCE(SUM(CASE
                          WHEN T243_TIPO   = :CA-ACUMULA
                           AND T243_ESTADO = :CA-EDO-VIVA
                           AND T243_FEC_VENCE <= CURRENT DATE +
                               :CA-DIAS-POR-VENCER DAYS
                          THEN T243_PUNTOS - T243_PUNTOS_BAJA
                          ELSE 0
                     END), 0),
                     CHAR(MIN(CASE
                          WHEN T243_TIPO   = :CA-ACUMULA
                           AND T243_ESTADO = :CA-EDO-VIVA
                          THEN T243_FEC_VENCE
                     END))
                INTO :VN-SALDO-DB, :VN-POR-VENCER-DB,
                     :PR-PTS-FEC-PROX-VENCE :VN-NULL-PROX
                FROM MBDT243 with(nolock)
               WHERE T243_ENT     = :PR-PTS-ENT
                 AND T243_CEN_REG = :PR-PTS-CEN-REG
                 AND T243_ACC     = :PR-PTS-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VN-SALDO-DB             TO PR-PTS-SALDO
              MOVE VN-POR-VENCER-DB        TO PR-PTS-POR-VENCER
              IF VN-NULL-PROX < ZEROES
                 MOVE SPACES               TO PR-PTS-FEC-PROX-VENCE
              END-IF
           ELSE
              MOVE CA-99                   TO PR-PTS-COD-RETURN
              MOVE 'ERROR AL LEER SALDO DE PUNTOS'
                                           TO PR-PTS-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-LEE-HISTORIAL.                                             *
      * RENGLONES DEL LIBRO ANTERIORES AL TOPE; SE LEE UNO DE MAS PARA *
      * SABER SI HAY OTRA PAGINA.                                      *
      ******************************************************************
       3000-LEE-HISTORIAL.

           MOVE 'N'                        TO VA-SW-FIN-MOV

           EXEC SQL
              DECLARE C590MOV CURSOR FOR
              SELECT T243_SEQ, T243_TIPO,
                     CHAR(DATE(T243_STP_ALTA)),
                     T243_CATEGORIA, T243_IMPORTE,
                     T243_PUNTOS, CHAR(T243_FEC_VENCE)
                FROM MBDT243 with(nolock)
               WHERE T243_ENT     = :PR-PTS-ENT
                 AND T243_CEN_REG = :PR-PTS-CEN-REG
                 AND T243_ACC     = :PR-PTS-ACC
                 AND T243_SEQ     < :VN-SEQ-TOPE
               ORDER BY T243_SEQ DESC
           END-EXEC

           EXEC SQL
              OPEN C590MOV
           END-EXEC

           PERFORM UNTIL VA-88-FIN-MOV-SI
              EXEC SQL
                 FETCH C590MOV
                 INTO :VN-MOV-SEQ-DB, :VA-MOV-TIPO, :VA-MOV-FECHA,
                      :VA-MOV-CATEGORIA, :VN-MOV-IMPORTE-DB,
                      :VN-MOV-PUNTOS-DB, :VA-MOV-FEC-VENCE
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    PERFORM 3100-ACOMODA-MOVIMIENTO
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-MOV
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-MOV
                    MOVE CA-99             TO PR-PTS-COD-RETURN
                    MOVE 'ERROR AL LEER HISTORIAL DE PUNTOS'
                                           TO PR-PTS-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C590MOV
           END-EXEC.
      ******************************************************************
      *3100-ACOMODA-MOVIMIENTO.                                        *
      * EL RENGLON ONCE SOLO PRENDE EL INDICADOR DE MAS DATOS.         *
      ******************************************************************
       3100-ACOMODA-MOVIMIENTO.

           IF PR-PTS-NUM-MOVS NOT < CA-MAX-MOVS
              MOVE 'S'                     TO PR-PTS-MAS-DATOS
              MOVE 'S'                     TO VA-SW-FIN-MOV
           ELSE
              ADD 1                        TO PR-PTS-NUM-MOVS
              MOVE PR-PTS-NUM-MOVS         TO VN-IX-MOV
              MOVE VN-MOV-SEQ-DB           TO PR-PTS-MOV-SEQ
                                              (VN-IX-MOV)
              MOVE VA-MOV-TIPO             TO PR-PTS-MOV-TIPO
                                              (VN-IX-MOV)
              MOVE VA-MOV-FECHA            TO PR-PTS-MOV-FECHA
                                              (VN-IX-MOV)
              MOVE VA-MOV-CATEGORIA        TO PR-PTS-MOV-CATEGORIA
                                              (VN-IX-MOV)
              IF VN-MOV-IMPORTE-DB < ZEROES
                 COMPUTE PR-PTS-MOV-IMPORTE(VN-IX-MOV) =
                         0 - VN-MOV-IMPORTE-DB
              ELSE
                 MOVE VN-MOV-IMPORTE-DB    TO PR-PTS-MOV-IMPORTE
                                              (VN-IX-MOV)
              END-IF
              MOVE VN-MOV-PUNTOS-DB        TO PR-PTS-MOV-PUNTOS
                                              (VN-IX-MOV)
              MOVE VA-MOV-FEC-VENCE        TO PR-PTS-MOV-FEC-VENCE
                                              (VN-IX-MOV)
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
      ******************************************************************
