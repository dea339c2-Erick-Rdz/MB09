      ******************************************************************
      *  MB9B0213: NOCTURNO DE INVERSIONES A PLAZO. LA INVERSION SOLO *
      *            SE VEIA EN MB09 AL RENOVARSE Y NO HABIA NI AVISO   *
      *            PREVIO NI FORMA DE DEJAR DICHO QUE HACER AL        *
      *            VENCIMIENTO. ESTE BATCH:                           *
      *            - CARGA EN MBDT249 LA POSICION DIARIA QUE ENTREGA  *
      *              EL SISTEMA DE INVERSIONES (CAPITAL, INTERES,     *
      *              TASA Y FECHA DE VENCIMIENTO; CONSULTA MB7C0600); *
      *            - AVISA AL CLIENTE (MB7C0150 TIPO 'INVV') LOS DIAS *
      *              ANTES DEL VENCIMIENTO QUE DIGA MBDT140           *
      *              'INVP'/'DIASAVI', UNA VEZ POR VENCIMIENTO;       *
      *            - EL DIA DEL VENCIMIENTO ENTREGA AL SISTEMA DE     *
      *              INVERSIONES LA INSTRUCCION DEL CLIENTE (MBDT248) *
      *              EN EL ARCHIVO INVINST; SIN INSTRUCCION APLICABLE *
      *              QUEDA LA RENOVACION AUTOMATICA DE SIEMPRE;       *
      *            - ARMA PARA TESORERIA LA ESCALERA DE VENCIMIENTOS  *
      *              POR SEMANA (INVLADR).                            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0213.
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
      *     @BAZ251    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-POSICION ASSIGN TO INVPOSI
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-INSTRUCCION ASSIGN TO INVINST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO INVRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-ESCALERA ASSIGN TO INVLADR
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-POSICION
           RECORDING MODE IS F.
      * POSICION DIARIA DEL SISTEMA DE INVERSIONES: UNA INVERSION
      * VIGENTE POR RENGLON CON SU CUENTA LIGADA (LA DE BGDT235).
       01  FR-POSICION-REG.
           05 FR-POS-CEN-INV               PIC X(04).
           05 FR-POS-ACC-INV               PIC X(10).
           05 FR-POS-CEN-ASSO              PIC X(04).
           05 FR-POS-ACC-ASSO              PIC X(10).
           05 FR-POS-PRODUCTO              PIC X(02).
           05 FR-POS-SUBPRODUCTO           PIC X(04).
           05 FR-POS-PLAZO                 PIC 9(03).
           05 FR-POS-CAPITAL               PIC 9(13)V9(02).
           05 FR-POS-INTERES               PIC 9(11)V9(02).
           05 FR-POS-TASA                  PIC 9(03)V9(04).
           05 FR-POS-FEC-INICIO            PIC X(10).
           05 FR-POS-FEC-VENCE             PIC X(10).
           05 FILLER                       PIC X(40).
      *
       FD  F-INSTRUCCION
           RECORDING MODE IS F.
       01  FR-INSTRUCCION-LINEA            PIC X(132).
      *
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       FD  F-ESCALERA
           RECORDING MODE IS F.
       01  FR-ESCALERA-LINEA               PIC X(132).
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
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-MB7C0150                     PIC X(08)  VALUE 'MB7C0150'.
      * DIAS DE ANTICIPACION DEL AVISO CUANDO MBDT140 NO LOS TRAE.
       01  CA-DIAS-AVISO                   PIC S9(04) COMP VALUE 3.
       01  CA-MAX-SEMANAS                  PIC 9(02)  VALUE 52.
      * INSTRUCCIONES (MBDT248): 'RC' RENUEVA CAPITAL, EL INTERES SE
      * ABONA A LA CUENTA LIGADA; 'RI' RENUEVA CAPITAL MAS INTERES;
      * 'PG' LIQUIDA CAPITAL MAS INTERES A LA CUENTA DESTINO.
       01  CA-VIGENTE                      PIC X(01)  VALUE 'A'.
       01  CA-INSTR-RC                     PIC X(02)  VALUE 'RC'.
       01  CA-INSTR-PG                     PIC X(02)  VALUE 'PG'.
      *
      * INVERSION EN TURNO (POSICION, AVISO O VENCIMIENTO).
       01  WS-INVERSION.
           05 WS-INV-CEN-INV               PIC X(04).
           05 WS-INV-ACC-INV               PIC X(10).
           05 WS-INV-CEN-ASSO              PIC X(04).
           05 WS-INV-ACC-ASSO              PIC X(10).
           05 WS-INV-CAPITAL               PIC S9(13)V9(02) COMP-3.
           05 WS-INV-INTERES               PIC S9(13)V9(02) COMP-3.
           05 WS-INV-FEC-VENCE             PIC X(10).
           05 WS-INV-INSTRUCCION           PIC X(02).
           05 WS-INV-CEN-DESTINO           PIC X(04).
           05 WS-INV-ACC-DESTINO           PIC X(10).
      *    'N' SIN INSTRUCCION; 'Y' YA APLICADA EN OTRA CORRIDA;
      *    'D' CUENTA DESTINO YA NO ACTIVA; 'S' SE APLICA.
           05 WS-INV-APLICA                PIC X(01).
              88 WS-INV-APLICA-SIN                  VALUE 'N'.
              88 WS-INV-APLICA-YA                   VALUE 'Y'.
              88 WS-INV-APLICA-DESTINO              VALUE 'D'.
              88 WS-INV-APLICA-SI                   VALUE 'S'.
      *
       01  WS-DIAS-AVISO                   PIC S9(04) COMP.
       01  WS-MOTIVO                       PIC X(30).
      *
      * ESCALERA DE VENCIMIENTOS: UNA SEMANA POR RENGLON CONTANDO DESDE
      * EL DIA DE PROCESO.
       01  WS-ESCALERA.
           05 WS-SEMANA                    PIC S9(04) COMP.
           05 WS-DIA-INI                   PIC S9(04) COMP.
           05 WS-DIA-FIN                   PIC S9(04) COMP.
           05 WS-ESC-DESDE                 PIC X(10).
           05 WS-ESC-HASTA                 PIC X(10).
           05 WS-ESC-NUM                   PIC S9(09) COMP.
           05 WS-ESC-CAPITAL               PIC S9(15)V9(02) COMP-3.
           05 WS-ESC-INTERES               PIC S9(15)V9(02) COMP-3.
           05 WS-ESC-LIQUIDA               PIC S9(15)V9(02) COMP-3.
           05 WS-TOT-NUM                   PIC S9(09) COMP.
           05 WS-TOT-CAPITAL               PIC S9(15)V9(02) COMP-3.
           05 WS-TOT-INTERES               PIC S9(15)V9(02) COMP-3.
           05 WS-TOT-LIQUIDA               PIC S9(15)V9(02) COMP-3.
      *
      * RENGLON DEL ARCHIVO DE INSTRUCCIONES PARA EL SISTEMA DE
      * INVERSIONES. CUENTA DE ABONO: LA LIGADA EN 'RC' (INTERES), LA
      * DESTINO EN 'PG' (CAPITAL MAS INTERES), ESPACIOS EN 'RI'.
       01  WS-INSTRUCCION.
           05 WS-INS-ENT                   PIC X(04).
           05 WS-INS-CEN-INV               PIC X(04).
           05 WS-INS-ACC-INV               PIC X(10).
           05 WS-INS-FEC-VENCE             PIC X(10).
           05 WS-INS-INSTRUCCION           PIC X(02).
           05 WS-INS-CAPITAL               PIC 9(13)V9(02).
           05 WS-INS-INTERES               PIC 9(11)V9(02).
           05 WS-INS-CEN-ABONO             PIC X(04).
           05 WS-INS-ACC-ABONO             PIC X(10).
           05 FILLER                       PIC X(60)  VALUE SPACES.
      *
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01  VA-MBEC0150.
           COPY MBEC0150.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-INTE                    PIC -(13)9.99.
       01  WS-EDIT-LIQU                    PIC -(13)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
       01  WS-EDIT-SEM                     PIC Z9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0213.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0213.
      *
           PERFORM 1000-START.
           IF E213-RETURN-OK
              PERFORM 2000-CARGA-POSICION
           END-IF.
           IF E213-RETURN-OK
              PERFORM 3000-AVISOS
           END-IF.
           IF E213-RETURN-OK
              PERFORM 4000-VENCIMIENTOS
           END-IF.
           IF E213-RETURN-OK
              PERFORM 4500-ESCALERA
           END-IF.
           IF E213-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E213-COD-RETURN.
           MOVE 0                          TO E213-NUM-POSICIONES
                                              E213-NUM-DEPURADAS
                                              E213-NUM-AVISOS
                                              E213-NUM-VENCEN
                                              E213-NUM-INSTRUCCIONES
                                              E213-NUM-AUTOMATICAS.
      *
           IF E213-ENT-ORIGIN    EQUAL SPACES OR
              E213-FECHA-PROCESO EQUAL SPACES OR
              E213-SEMANAS       EQUAL ZEROES OR
              E213-SEMANAS       > CA-MAX-SEMANAS
              MOVE CA-99                   TO E213-COD-RETURN
           END-IF.
      *
           IF E213-RETURN-OK
              PERFORM 1100-LEE-DIAS-AVISO
              OPEN INPUT  F-POSICION
              OPEN OUTPUT F-INSTRUCCION F-REPORTE F-ESCALERA
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'VENCIMIENTOS DE INVERSIONES A PLAZO DEL DIA '
                                            DELIMITED BY SIZE
                     E213-FECHA-PROCESO     DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LEE-DIAS-AVISO: DIAS ANTES DEL VENCIMIENTO EN QUE SE   *
      *     AVISA AL CLIENTE.                                          *
      ******************************************************************
       1100-LEE-DIAS-AVISO.
      *
           MOVE CA-DIAS-AVISO              TO WS-DIAS-AVISO.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 3)))
                 INTO :WS-DIAS-AVISO
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'INVP'
                  AND T140_COD_TABLE = 'DIASAVI'
                  AND T140_ENTITY    = :E213-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK OR WS-DIAS-AVISO < 1
              MOVE CA-DIAS-AVISO           TO WS-DIAS-AVISO
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CARGA-POSICION: CADA INVERSION DE LA POSICION SE DA DE *
      *     ALTA O SE ACTUALIZA EN MBDT249 CON LA FECHA DE POSICION DEL*
      *     DIA; LAS QUE YA NO VINIERON (LIQUIDADAS O CANCELADAS) SE   *
      *     BORRAN AL FINAL. T249_FEC_AVISO NO SE TOCA: SE COMPARA     *
      *     CONTRA EL VENCIMIENTO VIGENTE.                             *
      ******************************************************************
       2000-CARGA-POSICION.
      *
           PERFORM 2010-LEE-POSICION.
           PERFORM 2100-CARGA-INVERSION
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
           IF E213-RETURN-OK
              IF E213-NUM-POSICIONES EQUAL 0
      *          SIN POSICION NO SE DEPURA NI SE APLICA NADA.
                 MOVE CA-10                TO E213-COD-RETURN
              ELSE
                 PERFORM 2900-DEPURA-POSICION
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2010-LEE-POSICION.                                          *
      ******************************************************************
       2010-LEE-POSICION.
      *
           READ F-POSICION
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2100-CARGA-INVERSION.                                       *
      ******************************************************************
       2100-CARGA-INVERSION.
      *
           IF FR-POS-CEN-INV   NOT EQUAL SPACES AND
              FR-POS-ACC-INV   NOT EQUAL SPACES AND
              FR-POS-FEC-VENCE NOT EQUAL SPACES
              PERFORM 2200-GUARDA-INVERSION
           END-IF.
      *
           IF E213-RETURN-OK
              PERFORM 2010-LEE-POSICION
           ELSE
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2200-GUARDA-INVERSION.                                      *
      ******************************************************************
       2200-GUARDA-INVERSION.
      *
           EXEC SQL
               UPDATE MBDT249
                  SET T249_CEN_ASSO     = :FR-POS-CEN-ASSO,
                      T249_ACC_ASSO     = :FR-POS-ACC-ASSO,
                      T249_COD_PRODUCT  = :FR-POS-PRODUCTO,
                      T249_COD_SPROD    = :FR-POS-SUBPRODUCTO,
                      T249_PLAZO_DIAS   = :FR-POS-PLAZO,
                      T249_CAPITAL      = :FR-POS-CAPITAL,
                      T249_INTERES      = :FR-POS-INTERES,
                      T249_TASA         = :FR-POS-TASA,
                      T249_FEC_INICIO   = DATE(:FR-POS-FEC-INICIO),
                      T249_FEC_VENCE    = DATE(:FR-POS-FEC-VENCE),
                      T249_FEC_POSICION = DATE(:E213-FECHA-PROCESO),
                      T249_STP_LASTMOD  = CURRENT TIMESTAMP
                WHERE T249_ENT     = :E213-ENT-ORIGIN
                  AND T249_CEN_INV = :FR-POS-CEN-INV
                  AND T249_ACC_INV = :FR-POS-ACC-INV
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-NOT-FOUND
              EXEC SQL
                  INSERT INTO MBDT249
                         (T249_ENT, T249_CEN_INV, T249_ACC_INV,
                          T249_CEN_ASSO, T249_ACC_ASSO,
                          T249_COD_PRODUCT, T249_COD_SPROD,
                          T249_PLAZO_DIAS, T249_CAPITAL,
                          T249_INTERES, T249_TASA,
                          T249_FEC_INICIO, T249_FEC_VENCE,
                          T249_FEC_AVISO, T249_FEC_POSICION,
                          T249_STP_LASTMOD)
                  VALUES (:E213-ENT-ORIGIN, :FR-POS-CEN-INV,
                          :FR-POS-ACC-INV, :FR-POS-CEN-ASSO,
                          :FR-POS-ACC-ASSO, :FR-POS-PRODUCTO,
                          :FR-POS-SUBPRODUCTO, :FR-POS-PLAZO,
                          :FR-POS-CAPITAL, :FR-POS-INTERES,
                          :FR-POS-TASA, DATE(:FR-POS-FEC-INICIO),
                          DATE(:FR-POS-FEC-VENCE), NULL,
                          DATE(:E213-FECHA-PROCESO),
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           IF SQL-88-OK
              ADD 1                        TO E213-NUM-POSICIONES
           ELSE
              MOVE CA-99                   TO E213-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2900-DEPURA-POSICION.                                       *
      ******************************************************************
       2900-DEPURA-POSICION.
      *
           EXEC SQL
               DELETE FROM MBDT249
                WHERE T249_ENT          = :E213-ENT-ORIGIN
                  AND T249_FEC_POSICION < DATE(:E213-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE SQLERRD(3)        TO E213-NUM-DEPURADAS
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E213-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3000-AVISOS: INVERSIONES QUE VENCEN DENTRO DE LOS PROXIMOS  *
      *     WS-DIAS-AVISO DIAS Y AUN NO SE AVISAN PARA ESE VENCIMIENTO.*
      *     SI UNA CORRIDA NO SE HIZO, LA SIGUIENTE LAS RECOGE.        *
      ******************************************************************
       3000-AVISOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C213AVI CURSOR FOR
               SELECT P.T249_CEN_INV, P.T249_ACC_INV,
                      P.T249_CEN_ASSO, P.T249_ACC_ASSO,
                      P.T249_CAPITAL, P.T249_INTERES,
                      CHAR(P.T249_FEC_VENCE),
                      COALESCE(I.T248_INSTRUCCION, ' ')
                 FROM MBDT249 P
                 LEFT OUTER JOIN MBDT248 I
                   ON I.T248_ENT     = P.T249_ENT
                  AND I.T248_CEN_INV = P.T249_CEN_INV
                  AND I.T248_ACC_INV = P.T249_ACC_INV
                  AND I.T248_ESTADO  = :CA-VIGENTE
                WHERE P.T249_ENT = :E213-ENT-ORIGIN
                  AND P.T249_FEC_VENCE > DATE(:E213-FECHA-PROCESO)
                  AND P.T249_FEC_VENCE <= DATE(:E213-FECHA-PROCESO)
                                          + :WS-DIAS-AVISO DAYS
                  AND (P.T249_FEC_AVISO IS NULL OR
                       P.T249_FEC_AVISO <> P.T249_FEC_VENCE)
                ORDER BY P.T249_CEN_INV, P.T249_ACC_INV
           END-EXEC.
      *
           EXEC SQL
               OPEN C213AVI
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C213AVI
                   INTO :WS-INV-CEN-INV, :WS-INV-ACC-INV,
                        :WS-INV-CEN-ASSO, :WS-INV-ACC-ASSO,
                        :WS-INV-CAPITAL, :WS-INV-INTERES,
                        :WS-INV-FEC-VENCE, :WS-INV-INSTRUCCION
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-AVISA-CLIENTE
                        IF NOT E213-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E213-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C213AVI
           END-EXEC.
      *
      ******************************************************************
      *.PN 3100-AVISA-CLIENTE: EL AVISO VA A LA CUENTA LIGADA CON EL   *
      *     IMPORTE AL VENCIMIENTO Y LA INSTRUCCION QUE SE APLICARA.   *
      ******************************************************************
       3100-AVISA-CLIENTE.
      *
           INITIALIZE VA-MBEC0150.
           MOVE 'INVV'                     TO PR-EVT-TIPO.
           MOVE E213-ENT-ORIGIN            TO PR-EVT-ENT.
           MOVE SPACES                     TO PR-EVT-CUENTA.
           STRING WS-INV-CEN-ASSO          DELIMITED BY SIZE
                  WS-INV-ACC-ASSO          DELIMITED BY SIZE
             INTO PR-EVT-CUENTA
           END-STRING.
           COMPUTE PR-EVT-IMPORTE = WS-INV-CAPITAL + WS-INV-INTERES.
           MOVE ZEROES                     TO PR-EVT-REFERENCIA.
           MOVE SPACES                     TO PR-EVT-DETALLE.
           IF WS-INV-INSTRUCCION EQUAL SPACES
              STRING 'VENCE INVERSION '    DELIMITED BY SIZE
                     WS-INV-FEC-VENCE      DELIMITED BY SIZE
                     ' SIN INSTRUC.'       DELIMITED BY SIZE
                INTO PR-EVT-DETALLE
              END-STRING
           ELSE
              STRING 'VENCE INVERSION '    DELIMITED BY SIZE
                     WS-INV-FEC-VENCE      DELIMITED BY SIZE
                     ' INSTRUC. '          DELIMITED BY SIZE
                     WS-INV-INSTRUCCION    DELIMITED BY SIZE
                INTO PR-EVT-DETALLE
              END-STRING
           END-IF.
      *
           CALL CA-MB7C0150 USING VA-MBEC0150.
      *
      *    UN AVISO POR VENCIMIENTO, AUNQUE EL TIPO ESTE APAGADO.
           EXEC SQL
               UPDATE MBDT249
                  SET T249_FEC_AVISO   = T249_FEC_VENCE,
                      T249_STP_LASTMOD = CURRENT TIMESTAMP
                WHERE T249_ENT     = :E213-ENT-ORIGIN
                  AND T249_CEN_INV = :WS-INV-CEN-INV
                  AND T249_ACC_INV = :WS-INV-ACC-INV
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1                        TO E213-NUM-AVISOS
           ELSE
              MOVE CA-99                   TO E213-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 4000-VENCIMIENTOS: INVERSIONES QUE VENCEN EL DIA DE PROCESO.*
      *     LA INSTRUCCION SE ENTREGA UNA SOLA VEZ POR VENCIMIENTO     *
      *     (T248_FEC_APLICADA); LA DE LIQUIDACION SOLO SI LA CUENTA   *
      *     DESTINO SIGUE ACTIVA PARA EL MISMO BDMID.                  *
      ******************************************************************
       4000-VENCIMIENTOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C213VEN CURSOR FOR
               SELECT P.T249_CEN_INV, P.T249_ACC_INV,
                      P.T249_CEN_ASSO, P.T249_ACC_ASSO,
                      P.T249_CAPITAL, P.T249_INTERES,
                      CHAR(P.T249_FEC_VENCE),
                      COALESCE(I.T248_INSTRUCCION, ' '),
                      COALESCE(I.T248_CEN_DESTINO, ' '),
                      COALESCE(I.T248_ACC_DESTINO, ' '),
                      CASE WHEN I.T248_INSTRUCCION IS NULL
                           THEN 'N'
                           WHEN I.T248_FEC_APLICADA IS NOT NULL AND
                                I.T248_FEC_APLICADA >=
                                P.T249_FEC_VENCE
                           THEN 'Y'
                           WHEN I.T248_INSTRUCCION = :CA-INSTR-PG AND
                                NOT EXISTS
                                (SELECT 1
                                   FROM MBDT036 C
                                  WHERE C.T036_BDMID    = I.T248_BDMID
                                    AND C.T036_ENT      = I.T248_ENT
                                    AND C.T036_CEN_REG  =
                                        I.T248_CEN_DESTINO
                                    AND C.T036_ACC      =
                                        I.T248_ACC_DESTINO
                                    AND C.T036_FLG_STAT = 'A')
                           THEN 'D'
                           ELSE 'S' END
                 FROM MBDT249 P
                 LEFT OUTER JOIN MBDT248 I
                   ON I.T248_ENT     = P.T249_ENT
                  AND I.T248_CEN_INV = P.T249_CEN_INV
                  AND I.T248_ACC_INV = P.T249_ACC_INV
                  AND I.T248_ESTADO  = :CA-VIGENTE
                WHERE P.T249_ENT       = :E213-ENT-ORIGIN
                  AND P.T249_FEC_VENCE = DATE(:E213-FECHA-PROCESO)
                ORDER BY P.T249_CEN_INV, P.T249_ACC_INV
           END-EXEC.
      *
           EXEC SQL
               OPEN C213VEN
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C213VEN
                   INTO :WS-INV-CEN-INV, :WS-INV-ACC-INV,
                        :WS-INV-CEN-ASSO, :WS-INV-ACC-ASSO,
                        :WS-INV-CAPITAL, :WS-INV-INTERES,
                        :WS-INV-FEC-VENCE, :WS-INV-INSTRUCCION,
                        :WS-INV-CEN-DESTINO, :WS-INV-ACC-DESTINO,
                        :WS-INV-APLICA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1 TO E213-NUM-VENCEN
                        PERFORM 4100-PROCESA-VENCIMIENTO
                        IF NOT E213-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E213-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C213VEN
           END-EXEC.
      *
      ******************************************************************
      *.PN 4100-PROCESA-VENCIMIENTO.                                   *
      ******************************************************************
       4100-PROCESA-VENCIMIENTO.
      *
           EVALUATE TRUE
               WHEN WS-INV-APLICA-SI
                    PERFORM 4200-ENTREGA-INSTRUCCION
               WHEN WS-INV-APLICA-YA
                    CONTINUE
               WHEN WS-INV-APLICA-DESTINO
                    ADD 1 TO E213-NUM-AUTOMATICAS
                    MOVE 'CUENTA DESTINO NO ACTIVA'
                                           TO WS-MOTIVO
                    PERFORM 4300-ESCRIBE-AUTOMATICA
               WHEN OTHER
                    ADD 1 TO E213-NUM-AUTOMATICAS
                    MOVE 'SIN INSTRUCCION' TO WS-MOTIVO
                    PERFORM 4300-ESCRIBE-AUTOMATICA
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 4200-ENTREGA-INSTRUCCION: RENGLON PARA EL SISTEMA DE        *
      *     INVERSIONES Y MARCA DE APLICADA EN MBDT248. LA INSTRUCCION *
      *     SIGUE VIGENTE PARA EL SIGUIENTE VENCIMIENTO.               *
      ******************************************************************
       4200-ENTREGA-INSTRUCCION.
      *
           MOVE E213-ENT-ORIGIN            TO WS-INS-ENT.
           MOVE WS-INV-CEN-INV             TO WS-INS-CEN-INV.
           MOVE WS-INV-ACC-INV             TO WS-INS-ACC-INV.
           MOVE WS-INV-FEC-VENCE           TO WS-INS-FEC-VENCE.
           MOVE WS-INV-INSTRUCCION         TO WS-INS-INSTRUCCION.
           MOVE WS-INV-CAPITAL             TO WS-INS-CAPITAL.
           MOVE WS-INV-INTERES             TO WS-INS-INTERES.
           EVALUATE WS-INV-INSTRUCCION
               WHEN CA-INSTR-RC
                    MOVE WS-INV-CEN-ASSO   TO WS-INS-CEN-ABONO
                    MOVE WS-INV-ACC-ASSO   TO WS-INS-ACC-ABONO
               WHEN CA-INSTR-PG
                    MOVE WS-INV-CEN-DESTINO
                                           TO WS-INS-CEN-ABONO
                    MOVE WS-INV-ACC-DESTINO
                                           TO WS-INS-ACC-ABONO
               WHEN OTHER
                    MOVE SPACES            TO WS-INS-CEN-ABONO
                                              WS-INS-ACC-ABONO
           END-EVALUATE.
      *
           EXEC SQL
               UPDATE MBDT248
                  SET T248_FEC_APLICADA = DATE(:WS-INV-FEC-VENCE),
                      T248_STP_LASTMOD  = CURRENT TIMESTAMP
                WHERE T248_ENT     = :E213-ENT-ORIGIN
                  AND T248_CEN_INV = :WS-INV-CEN-INV
                  AND T248_ACC_INV = :WS-INV-ACC-INV
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              MOVE WS-INSTRUCCION          TO FR-INSTRUCCION-LINEA
              WRITE FR-INSTRUCCION-LINEA
              ADD 1                        TO E213-NUM-INSTRUCCIONES
              PERFORM 4250-ESCRIBE-APLICADA
           ELSE
              MOVE CA-99                   TO E213-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 4250-ESCRIBE-APLICADA.                                      *
      ******************************************************************
       4250-ESCRIBE-APLICADA.
      *
           MOVE WS-INV-CAPITAL             TO WS-EDIT-IMPT.
           MOVE WS-INV-INTERES             TO WS-EDIT-INTE.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'INSTRUCCION;'           DELIMITED BY SIZE
                  WS-INV-CEN-INV           DELIMITED BY SIZE
                  WS-INV-ACC-INV           DELIMITED BY SIZE
                  ';TIPO='                 DELIMITED BY SIZE
                  WS-INV-INSTRUCCION       DELIMITED BY SIZE
                  ';CAPITAL='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';INTERES='              DELIMITED BY SIZE
                  WS-EDIT-INTE             DELIMITED BY SIZE
                  ';ABONO='                DELIMITED BY SIZE
                  WS-INS-CEN-ABONO         DELIMITED BY SIZE
                  WS-INS-ACC-ABONO         DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4300-ESCRIBE-AUTOMATICA: EL SISTEMA DE INVERSIONES RENUEVA  *
      *     COMO SIEMPRE; QUEDA EN EL REPORTE PARA SEGUIMIENTO.        *
      ******************************************************************
       4300-ESCRIBE-AUTOMATICA.
      *
           MOVE WS-INV-CAPITAL             TO WS-EDIT-IMPT.
           MOVE WS-INV-INTERES             TO WS-EDIT-INTE.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'AUTOMATICA;'            DELIMITED BY SIZE
                  WS-INV-CEN-INV           DELIMITED BY SIZE
                  WS-INV-ACC-INV           DELIMITED BY SIZE
                  ';CAPITAL='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';INTERES='              DELIMITED BY SIZE
                  WS-EDIT-INTE             DELIMITED BY SIZE
                  ';MOTIVO='               DELIMITED BY SIZE
                  WS-MOTIVO                DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4500-ESCALERA: CAPITAL E INTERES QUE VENCEN POR SEMANA EN   *
      *     LAS PROXIMAS E213-SEMANAS SEMANAS. LIQUIDA ES LO QUE SALE  *
      *     DE INVERSIONES SEGUN LAS INSTRUCCIONES VIGENTES (CAPITAL   *
      *     MAS INTERES EN 'PG', INTERES EN 'RC').                     *
      ******************************************************************
       4500-ESCALERA.
      *
           MOVE 0                          TO WS-TOT-NUM
                                              WS-TOT-CAPITAL
                                              WS-TOT-INTERES
                                              WS-TOT-LIQUIDA.
      *
           MOVE SPACES                     TO FR-ESCALERA-LINEA.
           STRING 'ESCALERA DE VENCIMIENTOS DE INVERSIONES AL '
                                           DELIMITED BY SIZE
                  E213-FECHA-PROCESO       DELIMITED BY SIZE
             INTO FR-ESCALERA-LINEA
           END-STRING.
           WRITE FR-ESCALERA-LINEA.
      *
           PERFORM 4510-SEMANA
                   VARYING WS-SEMANA FROM 0 BY 1
                   UNTIL WS-SEMANA >= E213-SEMANAS
                      OR NOT E213-RETURN-OK.
      *
           IF E213-RETURN-OK
              MOVE WS-TOT-NUM              TO WS-EDIT-NUM
              MOVE WS-TOT-CAPITAL          TO WS-EDIT-IMPT
              MOVE WS-TOT-INTERES          TO WS-EDIT-INTE
              MOVE WS-TOT-LIQUIDA          TO WS-EDIT-LIQU
              MOVE SPACES                  TO FR-ESCALERA-LINEA
              STRING 'TOTAL;INVERSIONES='  DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                     ';CAPITAL='           DELIMITED BY SIZE
                     WS-EDIT-IMPT          DELIMITED BY SIZE
                     ';INTERES='           DELIMITED BY SIZE
                     WS-EDIT-INTE          DELIMITED BY SIZE
                     ';LIQUIDA='           DELIMITED BY SIZE
                     WS-EDIT-LIQU          DELIMITED BY SIZE
                INTO FR-ESCALERA-LINEA
              END-STRING
              WRITE FR-ESCALERA-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 4510-SEMANA.                                                *
      ******************************************************************
       4510-SEMANA.
      *
           COMPUTE WS-DIA-INI = WS-SEMANA * 7.
           COMPUTE WS-DIA-FIN = WS-DIA-INI + 6.
      *
           EXEC SQL
               SELECT CHAR(DATE(:E213-FECHA-PROCESO)
                           + :WS-DIA-INI DAYS),
                      CHAR(DATE(:E213-FECHA-PROCESO)
                           + :WS-DIA-FIN DAYS),
                      COUNT(*),
                      COALESCE(SUM(P.T249_CAPITAL), 0),
                      COALESCE(SUM(P.T249_INTERES), 0),
                      COALESCE(SUM(CASE
                          WHEN I.T248_INSTRUCCION = :CA-INSTR-PG
                          THEN P.T249_CAPITAL + P.T249_INTERES
                          WHEN I.T248_INSTRUCCION = :CA-INSTR-RC
                          THEN P.T249_INTERES
                          ELSE 0 END), 0)
                 INTO :WS-ESC-DESDE, :WS-ESC-HASTA, :WS-ESC-NUM,
                      :WS-ESC-CAPITAL, :WS-ESC-INTERES,
                      :WS-ESC-LIQUIDA
                 FROM MBDT249 P with (nolock)
                 LEFT OUTER JOIN MBDT248 I with (nolock)
                   ON I.T248_ENT     = P.T249_ENT
                  AND I.T248_CEN_INV = P.T249_CEN_INV
                  AND I.T248_ACC_INV = P.T249_ACC_INV
                  AND I.T248_ESTADO  = :CA-VIGENTE
                WHERE P.T249_ENT = :E213-ENT-ORIGIN
                  AND P.T249_FEC_VENCE
                      BETWEEN DATE(:E213-FECHA-PROCESO)
                              + :WS-DIA-INI DAYS
                          AND DATE(:E213-FECHA-PROCESO)
                              + :WS-DIA-FIN DAYS
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E213-COD-RETURN
           ELSE
              ADD WS-ESC-NUM               TO WS-TOT-NUM
              ADD WS-ESC-CAPITAL           TO WS-TOT-CAPITAL
              ADD WS-ESC-INTERES           TO WS-TOT-INTERES
              ADD WS-ESC-LIQUIDA           TO WS-TOT-LIQUIDA
              COMPUTE WS-EDIT-SEM = WS-SEMANA + 1
              MOVE WS-ESC-NUM              TO WS-EDIT-NUM
              MOVE WS-ESC-CAPITAL          TO WS-EDIT-IMPT
              MOVE WS-ESC-INTERES          TO WS-EDIT-INTE
              MOVE WS-ESC-LIQUIDA          TO WS-EDIT-LIQU
              MOVE SPACES                  TO FR-ESCALERA-LINEA
              STRING 'SEMANA='             DELIMITED BY SIZE
                     WS-EDIT-SEM           DELIMITED BY SIZE
                     ';DEL='               DELIMITED BY SIZE
                     WS-ESC-DESDE          DELIMITED BY SIZE
                     ';AL='                DELIMITED BY SIZE
                     WS-ESC-HASTA          DELIMITED BY SIZE
                     ';INVERSIONES='       DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                     ';CAPITAL='           DELIMITED BY SIZE
                     WS-EDIT-IMPT          DELIMITED BY SIZE
                     ';INTERES='           DELIMITED BY SIZE
                     WS-EDIT-INTE          DELIMITED BY SIZE
                     ';LIQUIDA='           DELIMITED BY SIZE
                     WS-EDIT-LIQU          DELIMITED BY SIZE
                INTO FR-ESCALERA-LINEA
              END-STRING
              WRITE FR-ESCALERA-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE E213-NUM-VENCEN            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL VENCEN='          DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E213-NUM-INSTRUCCIONES     TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL INSTRUCCIONES='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E213-NUM-AUTOMATICAS       TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL AUTOMATICAS='     DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E213-NUM-AVISOS            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL AVISOS='          DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-POSICION F-INSTRUCCION F-REPORTE F-ESCALERA
           END-IF.
      *
           GOBACK.
      *
