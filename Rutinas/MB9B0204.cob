      ******************************************************************
      *  MB9B0204: CUADRE DE SALDOS DE LOS ESTADOS DE CUENTA ANTES DE *
      *            ENTREGARLOS. EL CICLO MB9B0131 (EXTRACTO MB9B0119) *
      *            DEJA EN MBDT149 CADA EXTRACTO DEL CORTE CON SUS    *
      *            MOVIMIENTOS, ABONOS Y CARGOS; ESTE PASO CORRE      *
      *            ENTRE LA GENERACION Y LA ENTREGA (MB9B0133) Y      *
      *            COMPRUEBA QUE SALDO INICIAL + ABONOS - CARGOS =    *
      *            SALDO FINAL, TOMANDO LOS SALDOS DE LAS FOTOS       *
      *            MBDT190 AL CORTE ANTERIOR Y AL CORTE (MB9B0165), Y *
      *            QUE EL NUMERO DE MOVIMIENTOS COINCIDA CON LOS      *
      *            AGREGADOS DIARIOS MBDT163 DEL PERIODO (MB9B0147).  *
      *            EL EXTRACTO QUE CUADRA QUEDA LIBERADO ('V'); EL    *
      *            QUE NO, RETENIDO ('R') CON SU MOTIVO Y EN EL       *
      *            REPORTE DE EXCEPCIONES. LA ENTREGA SOLO TOMA LOS   *
      *            LIBERADOS. UN RETENIDO SE VUELVE A CUADRAR EN LA   *
      *            SIGUIENTE CORRIDA (P.E. TRAS RE-CORRER LA FOTO O   *
      *            EL EXTRACTO DE LA CUENTA).                         *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0204.
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
      *     @BAZ238    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-CUADRE ASSIGN TO CUADRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-CUADRE
           RECORDING MODE IS F.
       01  FR-CUADRE-LINEA                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-FOTO-INICIAL              PIC X(01) VALUE 'N'.
              88 WSS-FOTO-INICIAL-SI                VALUE 'S'.
           05 WSS-FOTO-FINAL                PIC X(01) VALUE 'N'.
              88 WSS-FOTO-FINAL-SI                  VALUE 'S'.
      *
       01  WSS-FILE-ABIERTO                PIC X(01) VALUE 'N'.
          88 WSS-FILE-ABIERTO-SI                  VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-VALIDADO                     PIC X(01)  VALUE 'V'.
       01  CA-RETENIDO                     PIC X(01)  VALUE 'R'.
      *
      * PERIODO DEL CORTE: MISMO CALCULO DE 1100-CALCULA-PERIODO EN
      * MB9B0131. LA FOTO INICIAL ES LA DEL CORTE ANTERIOR (DIA PREVIO
      * AL INICIO DEL PERIODO).
       01  WS-PERIODO.
           05 WS-FECHA-INICIO              PIC X(10).
           05 WS-FECHA-CORTE-ANT           PIC X(10).
      *
      * EXTRACTO EN TURNO (MBDT149).
       01  WS-EXTRACTO.
           05 WS-EXT-NUMCUEN               PIC X(14).
           05 WS-EXT-CUENTA REDEFINES WS-EXT-NUMCUEN.
              10 WS-EXT-CEN-REG            PIC X(04).
              10 WS-EXT-ACC                PIC X(10).
           05 WS-EXT-NUM-REGS              PIC S9(09) COMP.
           05 WS-EXT-ABONOS                PIC S9(13)V9(02) COMP-3.
           05 WS-EXT-CARGOS                PIC S9(13)V9(02) COMP-3.
      *
      * CONTRASTE: FOTOS MBDT190 Y AGREGADOS MBDT163 DEL PERIODO.
       01  WS-CONTRASTE.
           05 WS-FOTO-FEC-INI              PIC X(10).
           05 WS-FOTO-SDO-INI              PIC S9(13)V9(02) COMP-3.
           05 WS-FOTO-FEC-FIN              PIC X(10).
           05 WS-FOTO-SDO-FIN              PIC S9(13)V9(02) COMP-3.
           05 WS-SDO-CALCULADO             PIC S9(13)V9(02) COMP-3.
           05 WS-AGR-DIAS                  PIC S9(09) COMP.
           05 WS-AGR-MOVTOS                PIC S9(09) COMP.
      *
      * MOTIVO DE RETENCION (EL PRIMERO QUE FALLA):
      *   SF SIN FOTO DE SALDO AL CORTE EN MBDT190
      *   DS SALDO INICIAL + ABONOS - CARGOS NO DA EL SALDO FINAL
      *   SA SIN AGREGADOS MBDT163 EN EL PERIODO
      *   NM MOVIMIENTOS DEL EXTRACTO DISTINTOS A LOS AGREGADOS
      * SIN FOTO INICIAL (CUENTA SIN SALDO ANTES DEL PERIODO) EL SALDO
      * INICIAL ES CERO.
       01  WS-MOT-RETEN                    PIC X(02).
          88 WS-MOT-CUADRA                        VALUE SPACES.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
       01  WS-LINEA-PTR                    PIC S9(04) COMP.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0204.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0204.
      *
           PERFORM 1000-START.
           IF E204-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 3000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E204-COD-RETURN.
           MOVE 0                          TO E204-NUM-REVISADOS
                                              E204-NUM-CUADRADOS
                                              E204-NUM-RETENIDOS.
      *
           IF E204-ENT-ORIGIN  EQUAL SPACES OR
              E204-FECHA-CORTE EQUAL SPACES
              MOVE CA-99                   TO E204-COD-RETURN
           END-IF.
      *
           IF E204-RETURN-OK
              PERFORM 1100-CALCULA-PERIODO
           END-IF.
      *
           IF E204-RETURN-OK
              OPEN OUTPUT F-CUADRE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-CUADRE-LINEA
              STRING 'CUADRE DE ESTADOS DE CUENTA AL CORTE '
                                            DELIMITED BY SIZE
                     E204-FECHA-CORTE       DELIMITED BY SIZE
                     ' ENTIDAD '            DELIMITED BY SIZE
                     E204-ENT-ORIGIN        DELIMITED BY SIZE
                INTO FR-CUADRE-LINEA
              END-STRING
              WRITE FR-CUADRE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-CALCULA-PERIODO: EL PERIODO VA DEL DIA SIGUIENTE AL    *
      *     CORTE ANTERIOR (UN MES ATRAS) A LA FECHA DE CORTE.         *
      ******************************************************************
       1100-CALCULA-PERIODO.
      *
           EXEC SQL
              SELECT CHAR(DATE(:E204-FECHA-CORTE) - 1 MONTH + 1 DAY),
                     CHAR(DATE(:E204-FECHA-CORTE) - 1 MONTH)
                INTO :WS-FECHA-INICIO, :WS-FECHA-CORTE-ANT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E204-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: LOS EXTRACTOS GENERADOS OK DEL CORTE QUE AUN  *
      *     NO ESTAN LIBERADOS: LOS PENDIENTES DE CUADRE Y LOS         *
      *     RETENIDOS EN CORRIDAS ANTERIORES.                          *
      ******************************************************************
       2000-PROCESS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C204EXT CURSOR FOR
               SELECT T149_NUMCUEN, T149_NUM_REGS,
                      COALESCE(T149_IMP_ABONOS, 0),
                      COALESCE(T149_IMP_CARGOS, 0)
                 FROM MBDT149
                WHERE T149_ENT        = :E204-ENT-ORIGIN
                  AND T149_DAT_CORTE  = DATE(:E204-FECHA-CORTE)
                  AND T149_COD_RETURN = '00'
                  AND COALESCE(T149_VALIDA, ' ') <> :CA-VALIDADO
                ORDER BY T149_NUMCUEN
           END-EXEC.
      *
           EXEC SQL
               OPEN C204EXT
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C204EXT
                   INTO :WS-EXT-NUMCUEN, :WS-EXT-NUM-REGS,
                        :WS-EXT-ABONOS, :WS-EXT-CARGOS
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-CUADRA-EXTRACTO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E204-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C204EXT
           END-EXEC.
      *
           IF E204-NUM-REVISADOS EQUAL 0 AND
              E204-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO E204-COD-RETURN
           END-IF.
      *
           PERFORM 2800-ESCRIBE-TOTALES.
      *
      ******************************************************************
      *.PN 2100-CUADRA-EXTRACTO: REUNE FOTOS Y AGREGADOS, APLICA LAS   *
      *     PRUEBAS EN ORDEN Y MARCA EL EXTRACTO.                      *
      ******************************************************************
       2100-CUADRA-EXTRACTO.
      *
           ADD 1 TO E204-NUM-REVISADOS.
           MOVE SPACES                     TO WS-MOT-RETEN.
      *
           PERFORM 2110-FOTO-INICIAL.
           IF E204-RETURN-OK
              PERFORM 2120-FOTO-FINAL
           END-IF.
           IF E204-RETURN-OK
              PERFORM 2130-AGREGADOS
           END-IF.
      *
           IF E204-RETURN-OK
              COMPUTE WS-SDO-CALCULADO = WS-FOTO-SDO-INI
                                       + WS-EXT-ABONOS
                                       - WS-EXT-CARGOS
              EVALUATE TRUE
                  WHEN NOT WSS-FOTO-FINAL-SI
                       MOVE 'SF'           TO WS-MOT-RETEN
                  WHEN WS-SDO-CALCULADO NOT EQUAL WS-FOTO-SDO-FIN
                       MOVE 'DS'           TO WS-MOT-RETEN
                  WHEN WS-AGR-DIAS EQUAL ZEROES
                       MOVE 'SA'           TO WS-MOT-RETEN
                  WHEN WS-AGR-MOVTOS NOT EQUAL WS-EXT-NUM-REGS
                       MOVE 'NM'           TO WS-MOT-RETEN
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
              PERFORM 2200-MARCA-EXTRACTO
           END-IF.
      *
      ******************************************************************
      *.PN 2110-FOTO-INICIAL: SALDO AL CORTE ANTERIOR; LA FOTO MAS     *
      *     RECIENTE ANTERIOR O IGUAL A ESA FECHA (MISMO CRITERIO DE   *
      *     2000-SALDO-A-FECHA EN MB7C0280).                           *
      ******************************************************************
       2110-FOTO-INICIAL.
      *
           MOVE 'N'                        TO WSS-FOTO-INICIAL.
           MOVE SPACES                     TO WS-FOTO-FEC-INI.
           MOVE 0                          TO WS-FOTO-SDO-INI.
      *
           EXEC SQL
              SELECT TOP 1
                     CHAR(T190_DAT_FOTO), T190_SALDO
                INTO :WS-FOTO-FEC-INI, :WS-FOTO-SDO-INI
                FROM MBDT190 with (nolock)
               WHERE T190_ENT      = :E204-ENT-ORIGIN
                 AND T190_CEN_REG  = :WS-EXT-CEN-REG
                 AND T190_ACC      = :WS-EXT-ACC
                 AND T190_DAT_FOTO <= DATE(:WS-FECHA-CORTE-ANT)
               ORDER BY T190_DAT_FOTO DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    SET WSS-FOTO-INICIAL-SI TO TRUE
               WHEN SQL-88-NOT-FOUND
                    MOVE 0                 TO WS-FOTO-SDO-INI
               WHEN OTHER
                    MOVE CA-99             TO E204-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2120-FOTO-FINAL: SALDO AL CORTE; LA FOTO MAS RECIENTE       *
      *     ANTERIOR O IGUAL AL CORTE Y POSTERIOR AL CORTE ANTERIOR    *
      *     (EL EXTRACTO TIENE MOVIMIENTOS, ASI QUE HAY FOTO EN EL     *
      *     PERIODO).                                                  *
      ******************************************************************
       2120-FOTO-FINAL.
      *
           MOVE 'N'                        TO WSS-FOTO-FINAL.
           MOVE SPACES                     TO WS-FOTO-FEC-FIN.
           MOVE 0                          TO WS-FOTO-SDO-FIN.
      *
           EXEC SQL
              SELECT TOP 1
                     CHAR(T190_DAT_FOTO), T190_SALDO
                INTO :WS-FOTO-FEC-FIN, :WS-FOTO-SDO-FIN
                FROM MBDT190 with (nolock)
               WHERE T190_ENT      = :E204-ENT-ORIGIN
                 AND T190_CEN_REG  = :WS-EXT-CEN-REG
                 AND T190_ACC      = :WS-EXT-ACC
                 AND T190_DAT_FOTO <= DATE(:E204-FECHA-CORTE)
                 AND T190_DAT_FOTO >= DATE(:WS-FECHA-INICIO)
               ORDER BY T190_DAT_FOTO DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    SET WSS-FOTO-FINAL-SI  TO TRUE
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E204-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2130-AGREGADOS: MOVIMIENTOS DEL PERIODO SEGUN LOS           *
      *     AGREGADOS DIARIOS MBDT163.                                 *
      ******************************************************************
       2130-AGREGADOS.
      *
           MOVE 0                          TO WS-AGR-DIAS
                                              WS-AGR-MOVTOS.
      *
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(T163_NUM_MOVTOS), 0)
                INTO :WS-AGR-DIAS, :WS-AGR-MOVTOS
                FROM MBDT163 with (nolock)
               WHERE T163_ENT         = :E204-ENT-ORIGIN
                 AND T163_CEN_REG     = :WS-EXT-CEN-REG
                 AND T163_ACC         = :WS-EXT-ACC
                 AND T163_DAT_PROCESO >= DATE(:WS-FECHA-INICIO)
                 AND T163_DAT_PROCESO <= DATE(:E204-FECHA-CORTE)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E204-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2200-MARCA-EXTRACTO: LIBERA ('V') O RETIENE ('R') CON SU    *
      *     MOTIVO; EL RETENIDO VA AL REPORTE DE EXCEPCIONES.          *
      ******************************************************************
       2200-MARCA-EXTRACTO.
      *
           IF WS-MOT-CUADRA
              EXEC SQL
                  UPDATE MBDT149
                     SET T149_VALIDA    = :CA-VALIDADO,
                         T149_MOT_RETEN = ' '
                   WHERE T149_ENT       = :E204-ENT-ORIGIN
                     AND T149_NUMCUEN   = :WS-EXT-NUMCUEN
                     AND T149_DAT_CORTE = DATE(:E204-FECHA-CORTE)
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE MBDT149
                     SET T149_VALIDA    = :CA-RETENIDO,
                         T149_MOT_RETEN = :WS-MOT-RETEN
                   WHERE T149_ENT       = :E204-ENT-ORIGIN
                     AND T149_NUMCUEN   = :WS-EXT-NUMCUEN
                     AND T149_DAT_CORTE = DATE(:E204-FECHA-CORTE)
              END-EXEC
           END-IF.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E204-COD-RETURN
           ELSE
              IF WS-MOT-CUADRA
                 ADD 1 TO E204-NUM-CUADRADOS
              ELSE
                 ADD 1 TO E204-NUM-RETENIDOS
                 PERFORM 2900-ESCRIBE-EXCEPCION
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2800-ESCRIBE-TOTALES.                                       *
      ******************************************************************
       2800-ESCRIBE-TOTALES.
      *
           MOVE SPACES                     TO FR-CUADRE-LINEA.
           MOVE 1                          TO WS-LINEA-PTR.
           MOVE E204-NUM-REVISADOS         TO WS-EDIT-NUM.
           STRING 'TOTALES;REVISADOS='     DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE E204-NUM-CUADRADOS         TO WS-EDIT-NUM.
           STRING ';CUADRADOS='            DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE E204-NUM-RETENIDOS         TO WS-EDIT-NUM.
           STRING ';RETENIDOS='            DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';RETORNO='              DELIMITED BY SIZE
                  E204-COD-RETURN          DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           WRITE FR-CUADRE-LINEA.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-EXCEPCION: CUENTA, MOTIVO Y LAS CIFRAS QUE NO  *
      *     CUADRARON PARA QUE OPERACION LO INVESTIGUE.                *
      ******************************************************************
       2900-ESCRIBE-EXCEPCION.
      *
           MOVE SPACES                     TO FR-CUADRE-LINEA.
           MOVE 1                          TO WS-LINEA-PTR.
           STRING 'RETENIDO;'              DELIMITED BY SIZE
                  WS-EXT-NUMCUEN           DELIMITED BY SIZE
                  ';MOTIVO='               DELIMITED BY SIZE
                  WS-MOT-RETEN             DELIMITED BY SIZE
                  ';FOTO-INI='             DELIMITED BY SIZE
                  WS-FOTO-FEC-INI          DELIMITED BY SIZE
                  ';FOTO-FIN='             DELIMITED BY SIZE
                  WS-FOTO-FEC-FIN          DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE WS-EXT-NUM-REGS            TO WS-EDIT-NUM.
           STRING ';MOV='                  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE WS-AGR-MOVTOS              TO WS-EDIT-NUM.
           STRING ';AGR='                  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           WRITE FR-CUADRE-LINEA.
      *
           MOVE SPACES                     TO FR-CUADRE-LINEA.
           MOVE 1                          TO WS-LINEA-PTR.
           MOVE WS-FOTO-SDO-INI            TO WS-EDIT-IMPT.
           STRING 'IMPORTES;'              DELIMITED BY SIZE
                  WS-EXT-NUMCUEN           DELIMITED BY SIZE
                  ';INI='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE WS-EXT-ABONOS              TO WS-EDIT-IMPT.
           STRING ';ABO='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE WS-EXT-CARGOS              TO WS-EDIT-IMPT.
           STRING ';CAR='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           MOVE WS-FOTO-SDO-FIN            TO WS-EDIT-IMPT.
           STRING ';FIN='                  DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
             WITH POINTER WS-LINEA-PTR
           END-STRING.
           WRITE FR-CUADRE-LINEA.
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
       3000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-CUADRE
           END-IF.
      *
           GOBACK.
      *
