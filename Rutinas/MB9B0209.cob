      ******************************************************************
      *  MB9B0209: ESTADO DE CUENTA CERTIFICADO AL DIA DE LA          *
      *            DEFUNCION. MB7C0570 DEJA CADA CUENTA DEL CLIENTE   *
      *            FALLECIDO EN MBDT239 SIN FOLIO DE CERTIFICADO.     *
      *            ESTE BATCH INVOCA LA LOGICA DEL EXTRACTO (CALL     *
      *            MB9B0119/MBNE0119) DEL PRIMER DIA DEL MES DE LA    *
      *            DEFUNCION A LA FECHA DE DEFUNCION Y LE ASIGNA FOLIO*
      *            CERTIFICADO (CALL MB7C0145, COMO MB9B0194). CON EL *
      *            FOLIO EN T239_FOLIO_CERT LA CUENTA YA PUEDE        *
      *            SOLICITAR SU LIQUIDACION; LO FALLIDO SIGUE SIN     *
      *            FOLIO PARA LA SIGUIENTE CORRIDA.                   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0209.
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
      *     @BAZ246    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-DEFUNCION ASSIGN TO DEFURPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-DEFUNCION
           RECORDING MODE IS F.
       01  FR-DEFUNCION-LINEA              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       COPY DFHEIBLK.
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
       01  CA-BLOQUEADA                    PIC X(02)  VALUE 'BL'.
       01  CA-FORMATO-FIJO                 PIC X(01)  VALUE 'F'.
       01  CA-MB9B0119                     PIC X(08)  VALUE 'MB9B0119'.
       01  CA-MB7C0145                     PIC X(08)  VALUE 'MB7C0145'.
      *
      * CUENTA DEL FALLECIDO EN TURNO (MBDT239/MBDT238) Y SU PERIODO.
       01  WS-DEFUNCION.
           05 WS-DEF-FOLIO                 PIC S9(09) COMP-3.
           05 WS-DEF-BDMID                 PIC X(40).
           05 WS-DEF-CEN-REG               PIC X(04).
           05 WS-DEF-ACC                   PIC X(10).
           05 WS-DEF-NUMCUEN               PIC X(14).
           05 WS-DEF-FECHINI               PIC X(10).
           05 WS-DEF-FECHFIN               PIC X(10).
       01  WS-FOLIO-CERT                   PIC S9(07) COMP-3.
      *
      * COMMAREA DEL EXTRACTO (CALL MB9B0119).
           COPY MBNE0119.
      *
      * COMMAREA DEL FOLIO CERTIFICADO (CALL MB7C0145).
       01  VA-MBEC0145.
           COPY MBEC0145.
      *
       01  WS-EDIT-FOLIO                   PIC ZZZZZZZZ9.
       01  WS-EDIT-CERT                    PIC ZZZZZZ9.
       01  WS-EDIT-REGS                    PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0209.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0209.
      *
           PERFORM 1000-START.
           IF E209-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E209-COD-RETURN.
           MOVE 0                          TO E209-NUM-CUENTAS
                                              E209-NUM-CERTIFICADOS
                                              E209-NUM-FALLIDOS.
      *
           IF E209-ENT-ORIGIN  EQUAL SPACES OR
              E209-USUARIO     EQUAL SPACES OR
              E209-COD-CONTROL NOT NUMERIC
              MOVE CA-99                   TO E209-COD-RETURN
           END-IF.
      *
           IF E209-FORMATO EQUAL SPACES
              MOVE CA-FORMATO-FIJO         TO E209-FORMATO
           END-IF.
      *
           IF E209-RETURN-OK
              OPEN OUTPUT F-DEFUNCION
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-DEFUNCION-LINEA
              STRING 'ESTADOS DE CUENTA CERTIFICADOS DE FALLECIDOS'
                                            DELIMITED BY SIZE
                     ' ENTIDAD '            DELIMITED BY SIZE
                     E209-ENT-ORIGIN        DELIMITED BY SIZE
                INTO FR-DEFUNCION-LINEA
              END-STRING
              WRITE FR-DEFUNCION-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: LAS CUENTAS BLOQUEADAS POR FALLECIMIENTO SIN  *
      *     FOLIO DE CERTIFICADO. EL PERIODO VA DEL PRIMER DIA DEL MES *
      *     DE LA DEFUNCION A LA FECHA DE DEFUNCION.                   *
      ******************************************************************
       2000-PROCESS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C209DEF CURSOR FOR
               SELECT D.T239_FOLIO, A.T238_BDMID,
                      D.T239_CEN_REG, D.T239_ACC,
                      D.T239_CEN_REG CONCAT D.T239_ACC,
                      CHAR(A.T238_FEC_DEFUNCION -
                           (DAY(A.T238_FEC_DEFUNCION) - 1) DAYS),
                      CHAR(A.T238_FEC_DEFUNCION)
                 FROM MBDT239 D, MBDT238 A
                WHERE D.T239_ENT        = :E209-ENT-ORIGIN
                  AND D.T239_ESTADO     = :CA-BLOQUEADA
                  AND D.T239_FOLIO_CERT = 0
                  AND A.T238_FOLIO      = D.T239_FOLIO
                ORDER BY D.T239_FOLIO, D.T239_CEN_REG, D.T239_ACC
           END-EXEC.
      *
           EXEC SQL
               OPEN C209DEF
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C209DEF
                   INTO :WS-DEF-FOLIO, :WS-DEF-BDMID,
                        :WS-DEF-CEN-REG, :WS-DEF-ACC,
                        :WS-DEF-NUMCUEN,
                        :WS-DEF-FECHINI, :WS-DEF-FECHFIN
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-GENERA-CERTIFICADO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E209-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C209DEF
           END-EXEC.
      *
           IF E209-NUM-CUENTAS EQUAL 0 AND
              E209-COD-RETURN  EQUAL CA-00
              MOVE CA-10                   TO E209-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-GENERA-CERTIFICADO: EL EXTRACTO DEL PERIODO Y SU FOLIO *
      *     CERTIFICADO. UNA CUENTA SIN MOVIMIENTOS EN EL PERIODO      *
      *     TAMBIEN SE CERTIFICA (EL SALDO AL DIA ES EL DEL MES        *
      *     ANTERIOR).                                                 *
      ******************************************************************
       2100-GENERA-CERTIFICADO.
      *
           ADD 1 TO E209-NUM-CUENTAS.
           MOVE 0                          TO WS-FOLIO-CERT.
      *
           INITIALIZE MBNE0119.
           MOVE WS-DEF-BDMID               TO E119-BDMID.
           MOVE WS-DEF-NUMCUEN             TO E119-NUMCUEN.
           MOVE WS-DEF-FECHINI             TO E119-FECHINI.
           MOVE WS-DEF-FECHFIN             TO E119-FECHFIN.
           MOVE E209-FORMATO               TO E119-FORMATO.
           MOVE E209-ENT-ORIGIN            TO E119-ENTIDAD.
      *
           CALL CA-MB9B0119 USING MBNE0119.
      *
           IF E119-RETURN-OK OR E119-RETURN-SIN-DATOS
              INITIALIZE VA-MBEC0145
              MOVE 'E'                     TO PR-FOL-ACCION
              MOVE E209-ENT-ORIGIN         TO PR-FOL-ENT
              MOVE E209-COD-CONTROL        TO PR-FOL-COD-CONTROL
              MOVE WS-DEF-NUMCUEN          TO PR-FOL-NUMCUEN
              MOVE WS-DEF-FECHINI          TO PR-FOL-PER-INI
              MOVE WS-DEF-FECHFIN          TO PR-FOL-PER-FIN
              MOVE E209-USUARIO            TO PR-FOL-USUARIO
              CALL CA-MB7C0145 USING DFHEIBLK VA-MBEC0145
              IF PR-FOL-COD-RETURN EQUAL CA-00
                 MOVE PR-FOL-FOLIO         TO WS-FOLIO-CERT
                 PERFORM 2200-MARCA-CERTIFICADO
              END-IF
           END-IF.
      *
           IF WS-FOLIO-CERT EQUAL 0
              ADD 1 TO E209-NUM-FALLIDOS
           END-IF.
      *
           PERFORM 2900-ESCRIBE-DEFUNCION.
      *
      ******************************************************************
      *.PN 2200-MARCA-CERTIFICADO.                                     *
      ******************************************************************
       2200-MARCA-CERTIFICADO.
      *
           EXEC SQL
               UPDATE MBDT239
                  SET T239_FOLIO_CERT = :WS-FOLIO-CERT,
                      T239_STP_CERT   = CURRENT TIMESTAMP
                WHERE T239_FOLIO      = :WS-DEF-FOLIO
                  AND T239_ENT        = :E209-ENT-ORIGIN
                  AND T239_CEN_REG    = :WS-DEF-CEN-REG
                  AND T239_ACC        = :WS-DEF-ACC
                  AND T239_FOLIO_CERT = 0
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1 TO E209-NUM-CERTIFICADOS
           ELSE
              MOVE 0                       TO WS-FOLIO-CERT
              MOVE CA-99                   TO E209-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-DEFUNCION.                                     *
      ******************************************************************
       2900-ESCRIBE-DEFUNCION.
      *
           MOVE WS-DEF-FOLIO               TO WS-EDIT-FOLIO.
           MOVE WS-FOLIO-CERT              TO WS-EDIT-CERT.
           MOVE E119-NUM-REGS              TO WS-EDIT-REGS.
           MOVE SPACES                     TO FR-DEFUNCION-LINEA.
           STRING 'AVISO;'                 DELIMITED BY SIZE
                  WS-EDIT-FOLIO            DELIMITED BY SIZE
                  ';CUENTA='               DELIMITED BY SIZE
                  WS-DEF-NUMCUEN           DELIMITED BY SIZE
                  ';PERIODO='              DELIMITED BY SIZE
                  WS-DEF-FECHINI           DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-DEF-FECHFIN           DELIMITED BY SIZE
                  ';RETORNO='              DELIMITED BY SIZE
                  E119-COD-RETURN          DELIMITED BY SIZE
                  ';REGS='                 DELIMITED BY SIZE
                  WS-EDIT-REGS             DELIMITED BY SIZE
                  ';FOLIO-CERT='           DELIMITED BY SIZE
                  WS-EDIT-CERT             DELIMITED BY SIZE
             INTO FR-DEFUNCION-LINEA
           END-STRING.
           WRITE FR-DEFUNCION-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-DEFUNCION
           END-IF.
      *
           GOBACK.
      *
