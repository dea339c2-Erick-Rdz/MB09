      ******************************************************************
      *  MB9B0208: ESTADO DE CUENTA FINAL DE LAS CUENTAS CANCELADAS.  *
      *            MB7C0550 EJECUTA EL CIERRE Y DEJA LA SOLICITUD     *
      *            'CE' EN MBDT236 CON LA FECHA DE CIERRE Y EL        *
      *            FORMATO PREFERIDO QUE TENIA LA CUENTA EN MBDT148   *
      *            (YA DADO DE BAJA; POR ESO EL CICLO MB9B0131 NO LA  *
      *            VUELVE A VER). ESTE BATCH INVOCA LA LOGICA DEL     *
      *            EXTRACTO (CALL MB9B0119/MBNE0119) DEL PRIMER DIA   *
      *            DEL MES DEL CIERRE A LA FECHA DE CIERRE; ASI EL    *
      *            ESTADO INCLUYE EL BARRIDO DE METAS Y EL PAGO DEL   *
      *            SALDO. LO GENERADO QUEDA 'EF'; LO FALLIDO SIGUE    *
      *            'CE' PARA LA RE-CORRIDA (E208-FOLIO-RERUN).        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0208.
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
      *     @BAZ245    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-CIERRE ASSIGN TO CIERRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-CIERRE
           RECORDING MODE IS F.
       01  FR-CIERRE-LINEA                 PIC X(132).
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
       01  CA-CERRADA                      PIC X(02)  VALUE 'CE'.
       01  CA-EDO-FINAL                    PIC X(02)  VALUE 'EF'.
       01  CA-FORMATO-DFT                  PIC X(01)  VALUE 'C'.
       01  CA-MB9B0119                     PIC X(08)  VALUE 'MB9B0119'.
      *
      * CUENTA CANCELADA EN TURNO (MBDT236) Y SU PERIODO FINAL.
       01  WS-CIERRE.
           05 WS-CIE-FOLIO                 PIC S9(09) COMP-3.
           05 WS-CIE-BDMID                 PIC X(40).
           05 WS-CIE-NUMCUEN               PIC X(14).
           05 WS-CIE-FORMATO               PIC X(01).
           05 WS-CIE-FECHINI               PIC X(10).
           05 WS-CIE-FECHFIN               PIC X(10).
       01  WS-FOLIO-RERUN                  PIC S9(09) COMP-3.
      *
      * COMMAREA DEL EXTRACTO (CALL MB9B0119).
           COPY MBNE0119.
      *
       01  WS-EDIT-FOLIO                   PIC ZZZZZZZZ9.
       01  WS-EDIT-REGS                    PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0208.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0208.
      *
           PERFORM 1000-START.
           IF E208-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E208-COD-RETURN.
           MOVE 0                          TO E208-NUM-CIERRES
                                              E208-NUM-GENERADOS
                                              E208-NUM-SIN-DATOS
                                              E208-NUM-FALLIDOS.
      *
           IF E208-ENT-ORIGIN EQUAL SPACES
              MOVE CA-99                   TO E208-COD-RETURN
           END-IF.
      *
           IF E208-FOLIO-RERUN NOT NUMERIC
              MOVE 0                       TO E208-FOLIO-RERUN
           END-IF.
           MOVE E208-FOLIO-RERUN           TO WS-FOLIO-RERUN.
      *
           IF E208-RETURN-OK
              OPEN OUTPUT F-CIERRE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-CIERRE-LINEA
              STRING 'ESTADOS DE CUENTA FINALES DE CUENTAS CANCELADAS'
                                            DELIMITED BY SIZE
                     ' ENTIDAD '            DELIMITED BY SIZE
                     E208-ENT-ORIGIN        DELIMITED BY SIZE
                INTO FR-CIERRE-LINEA
              END-STRING
              WRITE FR-CIERRE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: LAS CANCELACIONES EJECUTADAS ('CE') SIN       *
      *     ESTADO FINAL; O SOLO EL FOLIO DE RE-CORRIDA. EL PERIODO VA *
      *     DEL PRIMER DIA DEL MES DEL CIERRE A LA FECHA DE CIERRE.    *
      ******************************************************************
       2000-PROCESS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C208CIE CURSOR FOR
               SELECT T236_FOLIO, T236_BDMID,
                      T236_CEN_REG CONCAT T236_ACC,
                      T236_FORMATO,
                      CHAR(T236_FEC_CIERRE -
                           (DAY(T236_FEC_CIERRE) - 1) DAYS),
                      CHAR(T236_FEC_CIERRE)
                 FROM MBDT236
                WHERE T236_ENT    = :E208-ENT-ORIGIN
                  AND T236_ESTADO = :CA-CERRADA
                  AND (:WS-FOLIO-RERUN = 0 OR
                       T236_FOLIO = :WS-FOLIO-RERUN)
                ORDER BY T236_FOLIO
           END-EXEC.
      *
           EXEC SQL
               OPEN C208CIE
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C208CIE
                   INTO :WS-CIE-FOLIO, :WS-CIE-BDMID,
                        :WS-CIE-NUMCUEN, :WS-CIE-FORMATO,
                        :WS-CIE-FECHINI, :WS-CIE-FECHFIN
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-GENERA-ESTADO-FINAL
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E208-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C208CIE
           END-EXEC.
      *
           IF E208-NUM-CIERRES EQUAL 0 AND
              E208-COD-RETURN  EQUAL CA-00
              MOVE CA-10                   TO E208-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-GENERA-ESTADO-FINAL: LA MISMA LOGICA DE EXTRACTO DE    *
      *     SIEMPRE; UNA CUENTA SIN MOVIMIENTOS EN EL PERIODO TAMBIEN  *
      *     SE DA POR ATENDIDA.                                        *
      ******************************************************************
       2100-GENERA-ESTADO-FINAL.
      *
           ADD 1 TO E208-NUM-CIERRES.
      *
           IF WS-CIE-FORMATO EQUAL SPACES
              MOVE CA-FORMATO-DFT          TO WS-CIE-FORMATO
           END-IF.
      *
           INITIALIZE MBNE0119.
           MOVE WS-CIE-BDMID               TO E119-BDMID.
           MOVE WS-CIE-NUMCUEN             TO E119-NUMCUEN.
           MOVE WS-CIE-FECHINI             TO E119-FECHINI.
           MOVE WS-CIE-FECHFIN             TO E119-FECHFIN.
           MOVE WS-CIE-FORMATO             TO E119-FORMATO.
           MOVE E208-ENT-ORIGIN            TO E119-ENTIDAD.
      *
           CALL CA-MB9B0119 USING MBNE0119.
      *
           EVALUATE TRUE
               WHEN E119-RETURN-OK
                    ADD 1 TO E208-NUM-GENERADOS
                    PERFORM 2200-MARCA-ESTADO-FINAL
               WHEN E119-RETURN-SIN-DATOS
                    ADD 1 TO E208-NUM-SIN-DATOS
                    PERFORM 2200-MARCA-ESTADO-FINAL
               WHEN OTHER
                    ADD 1 TO E208-NUM-FALLIDOS
           END-EVALUATE.
      *
           PERFORM 2900-ESCRIBE-CIERRE.
      *
      ******************************************************************
      *.PN 2200-MARCA-ESTADO-FINAL.                                    *
      ******************************************************************
       2200-MARCA-ESTADO-FINAL.
      *
           EXEC SQL
               UPDATE MBDT236
                  SET T236_ESTADO     = :CA-EDO-FINAL,
                      T236_FORMATO    = :WS-CIE-FORMATO,
                      T236_STP_EDOCTA = CURRENT TIMESTAMP
                WHERE T236_FOLIO  = :WS-CIE-FOLIO
                  AND T236_ESTADO = :CA-CERRADA
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E208-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-CIERRE.                                        *
      ******************************************************************
       2900-ESCRIBE-CIERRE.
      *
           MOVE WS-CIE-FOLIO               TO WS-EDIT-FOLIO.
           MOVE E119-NUM-REGS              TO WS-EDIT-REGS.
           MOVE SPACES                     TO FR-CIERRE-LINEA.
           STRING 'FOLIO;'                 DELIMITED BY SIZE
                  WS-EDIT-FOLIO            DELIMITED BY SIZE
                  ';CUENTA='               DELIMITED BY SIZE
                  WS-CIE-NUMCUEN           DELIMITED BY SIZE
                  ';PERIODO='              DELIMITED BY SIZE
                  WS-CIE-FECHINI           DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-CIE-FECHFIN           DELIMITED BY SIZE
                  ';FORMATO='              DELIMITED BY SIZE
                  WS-CIE-FORMATO           DELIMITED BY SIZE
                  ';RETORNO='              DELIMITED BY SIZE
                  E119-COD-RETURN          DELIMITED BY SIZE
                  ';REGS='                 DELIMITED BY SIZE
                  WS-EDIT-REGS             DELIMITED BY SIZE
             INTO FR-CIERRE-LINEA
           END-STRING.
           WRITE FR-CIERRE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-CIERRE
           END-IF.
      *
           GOBACK.
      *
