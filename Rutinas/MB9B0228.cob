      ******************************************************************
      *  MB9B0228: CARGA DEL LINAJE DE TARJETAS REPUESTAS. CUANDO UNA *
      *            TARJETA SE REPONE (ROBO O EXTRAVIO; VENCIMIENTO;   *
      *            TOKEN COMPROMETIDO) EL PLASTICO NUEVO NO GUARDABA  *
      *            LIGA CON EL ANTERIOR: LA CONSULTA MB09 POR         *
      *            E009-NUMTARJ SOLO VEIA LOS MOVIMIENTOS DEL NUEVO Y *
      *            EL HISTORIAL DEL CLIENTE SE PARTIA EN CADA         *
      *            REPOSICION. ESTE BATCH LIGA CADA TARJETA NUEVA CON *
      *            SU ANTECESORA EN MBDT280 (UN RENGLON POR TARJETA   *
      *            SUCESORA, CON MOTIVO Y FECHA DE REPOSICION) Y LE   *
      *            HEREDA LA RAIZ DE LA CADENA (LA PRIMERA TARJETA),  *
      *            PARA QUE TODA LA CADENA SE RESUELVA CON UNA SOLA   *
      *            LLAVE. SE ALIMENTA DEL ARCHIVO DIARIO DE           *
      *            REPOSICIONES DE EMISION (MODO 'R') Y, UNA SOLA     *
      *            VEZ, DEL HISTORICO DE REPOSICIONES (MODO 'B'; EL   *
      *            MISMO LAYOUT EN CUALQUIER ORDEN). LA RE-CORRIDA ES *
      *            SEGURA: UNA LIGA YA REGISTRADA NO SE DUPLICA. SE   *
      *            RECHAZA (Y SE REPORTA) LA TARJETA ANTECESORA QUE   *
      *            YA TIENE OTRA SUCESORA Y LA LIGA QUE CERRARIA UN   *
      *            CICLO. AL FINAL SE RECALCULAN LAS RAICES PARA QUE  *
      *            UNA LIGA CARGADA ANTES QUE LA DE SU ANTECESORA     *
      *            QUEDE EN LA MISMA CADENA. LA USAN MB2C0009         *
      *            (E009-LINAJE), MP9C0009 Y EL REPORTE DE CARGOS     *
      *            DUPLICADOS MB9B0129. REPORTE EN LINAJRPT.          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0228.
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
      *     @BAZ266    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPOSICION ASSIGN TO REPOTARJ
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO LINAJRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REPOSICION
           RECORDING MODE IS F.
      * UN RENGLON POR REPOSICION DE PLASTICO. LAS TARJETAS VIENEN EN
      * EL MISMO FORMATO DE MCDT043 (BIN + NUMERO ALINEADO A LA
      * IZQUIERDA). MOTIVO: 'EX' ROBO O EXTRAVIO; 'VE' VENCIMIENTO;
      * 'TK' TOKEN COMPROMETIDO. FECHA DE REPOSICION YYYY-MM-DD.
       01  FR-REPOSICION-REG.
           05 FR-REP-BIN-NUEVA             PIC X(06).
           05 FR-REP-CARD-NUEVA            PIC X(13).
           05 FR-REP-BIN-ANT               PIC X(06).
           05 FR-REP-CARD-ANT              PIC X(13).
           05 FR-REP-MOTIVO                PIC X(02).
              88 FR-REP-MOTIVO-VALIDO              VALUE 'EX' 'VE'
                                                         'TK'.
           05 FR-REP-FECHA                 PIC X(10).
           05 FILLER                       PIC X(30).
      *
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-ARCHIVO-SI                 VALUE 'S'.
           05 WSS-FILES-ABIERTOS            PIC X(01) VALUE 'N'.
              88 WSS-FILES-ABIERTOS-SI              VALUE 'S'.
           05 WSS-FIN-RAICES                PIC X(01) VALUE 'N'.
              88 WSS-FIN-RAICES-SI                  VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      * TOPE DE PASADAS DEL RECALCULO DE RAICES: UNA CADENA MAS LARGA
      * QUE ESTO NO EXISTE EN LA PRACTICA; SOLO EVITA UN LAZO SIN FIN.
       01  CA-MAX-PASADAS                  PIC S9(04) COMP VALUE 50.
      *
      * LIGA EN TURNO Y RAIZ QUE HEREDA DE SU ANTECESORA.
       01  WS-LIGA.
           05 WS-LIG-BIN-RAIZ              PIC X(06).
           05 WS-LIG-CARD-RAIZ             PIC X(13).
           05 WS-LIG-SUCESORAS             PIC S9(09) COMP.
           05 WS-LIG-MOTIVO-RECHAZO        PIC X(30).
      *
       01  WS-PASADAS                      PIC S9(04) COMP VALUE 0.
       01  WS-RAICES-PASADA                PIC S9(09) COMP VALUE 0.
      *
       01  CA-MB7C0620                     PIC X(08)  VALUE 'MB7C0620'.
      *
      * COMMAREA DEL SERVICIO DE TOKENIZACION (CALL MB7C0620).
       01  VA-MBEC0620.
           COPY MBEC0620.
      *
      * TARJETA A TOKENIZAR Y TOKENS DE LAS TARJETAS DEL RECHAZO.
       01  WS-TKN-BIN                      PIC X(06).
       01  WS-TKN-CARD                     PIC X(13).
       01  WS-TOKEN-NUEVA                  PIC X(16).
       01  WS-TOKEN-ANT                    PIC X(16).
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0228.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0228.
      *
           PERFORM 1000-START.
           IF E228-RETURN-OK
              PERFORM 2000-CARGA-LIGAS
           END-IF.
           IF E228-RETURN-OK
              PERFORM 3000-RECALCULA-RAICES
           END-IF.
           IF E228-RETURN-OK
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E228-COD-RETURN.
           MOVE 0                          TO E228-NUM-LEIDOS
                                              E228-NUM-ALTAS
                                              E228-NUM-EXISTENTES
                                              E228-NUM-RECHAZOS
                                              E228-NUM-RAICES.
      *
           IF E228-ENT-ORIGIN EQUAL SPACES OR
              (NOT E228-MODO-REPOSICION AND NOT E228-MODO-HISTORICO)
              MOVE CA-99                   TO E228-COD-RETURN
           END-IF.
      *
           IF E228-RETURN-OK
              OPEN INPUT  F-REPOSICION
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              IF E228-MODO-HISTORICO
                 MOVE 'CARGA INICIAL DEL LINAJE DE TARJETAS (HISTORICO)'
                                           TO FR-REPORTE-LINEA
              ELSE
                 MOVE 'CARGA DEL LINAJE DE TARJETAS (REPOSICIONES)'
                                           TO FR-REPORTE-LINEA
              END-IF
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CARGA-LIGAS.                                           *
      ******************************************************************
       2000-CARGA-LIGAS.
      *
           PERFORM 2010-LEE-REPOSICION.
           PERFORM 2100-CARGA-LIGA
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
      ******************************************************************
      *.PN 2010-LEE-REPOSICION.                                        *
      ******************************************************************
       2010-LEE-REPOSICION.
      *
           READ F-REPOSICION
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2100-CARGA-LIGA: VALIDA EL RENGLON, RESUELVE LA RAIZ QUE    *
      *     HEREDA DE SU ANTECESORA Y DA DE ALTA LA LIGA.              *
      ******************************************************************
       2100-CARGA-LIGA.
      *
           ADD 1                           TO E228-NUM-LEIDOS.
           MOVE SPACES                     TO WS-LIG-MOTIVO-RECHAZO.
      *
           EVALUATE TRUE
               WHEN FR-REP-BIN-NUEVA  EQUAL SPACES OR
                    FR-REP-CARD-NUEVA EQUAL SPACES OR
                    FR-REP-BIN-ANT    EQUAL SPACES OR
                    FR-REP-CARD-ANT   EQUAL SPACES
                    MOVE 'TARJETA NO INFORMADA'
                                           TO WS-LIG-MOTIVO-RECHAZO
               WHEN FR-REP-BIN-NUEVA  EQUAL FR-REP-BIN-ANT AND
                    FR-REP-CARD-NUEVA EQUAL FR-REP-CARD-ANT
                    MOVE 'NUEVA IGUAL A LA ANTERIOR'
                                           TO WS-LIG-MOTIVO-RECHAZO
               WHEN NOT FR-REP-MOTIVO-VALIDO
                    MOVE 'MOTIVO INVALIDO' TO WS-LIG-MOTIVO-RECHAZO
               WHEN FR-REP-FECHA EQUAL SPACES
                    MOVE 'FECHA NO INFORMADA'
                                           TO WS-LIG-MOTIVO-RECHAZO
               WHEN OTHER
                    PERFORM 2200-OBTEN-RAIZ-ANTERIOR
           END-EVALUATE.
      *
           IF E228-RETURN-OK AND WS-LIG-MOTIVO-RECHAZO EQUAL SPACES
              PERFORM 2300-VALIDA-SUCESORA
           END-IF.
      *
           IF E228-RETURN-OK AND WS-LIG-MOTIVO-RECHAZO EQUAL SPACES
              PERFORM 2400-INSERTA-LIGA
           END-IF.
      *
           IF E228-RETURN-OK AND WS-LIG-MOTIVO-RECHAZO NOT EQUAL SPACES
              ADD 1                        TO E228-NUM-RECHAZOS
              PERFORM 2900-ESCRIBE-RECHAZO
           END-IF.
      *
           IF E228-RETURN-OK
              PERFORM 2010-LEE-REPOSICION
           ELSE
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2200-OBTEN-RAIZ-ANTERIOR: LA RAIZ DE LA ANTECESORA ES LA    *
      *     DE SU PROPIA LIGA; SI NO TIENE LIGA, ELLA MISMA ES LA      *
      *     RAIZ (PRIMERA TARJETA DE LA CADENA). UNA RAIZ IGUAL A LA   *
      *     TARJETA NUEVA CERRARIA UN CICLO.                           *
      ******************************************************************
       2200-OBTEN-RAIZ-ANTERIOR.
      *
           EXEC SQL
               SELECT T280_BIN_RAIZ, T280_CARD_RAIZ
                 INTO :WS-LIG-BIN-RAIZ, :WS-LIG-CARD-RAIZ
                 FROM MBDT280
                WHERE T280_NUM_BIN_CRD = :FR-REP-BIN-ANT
                  AND T280_NUM_CARD    = :FR-REP-CARD-ANT
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE FR-REP-BIN-ANT    TO WS-LIG-BIN-RAIZ
                    MOVE FR-REP-CARD-ANT   TO WS-LIG-CARD-RAIZ
               WHEN OTHER
                    MOVE CA-99             TO E228-COD-RETURN
           END-EVALUATE.
      *
           IF E228-RETURN-OK AND
              WS-LIG-BIN-RAIZ  EQUAL FR-REP-BIN-NUEVA AND
              WS-LIG-CARD-RAIZ EQUAL FR-REP-CARD-NUEVA
              MOVE 'LIGA CIRCULAR'         TO WS-LIG-MOTIVO-RECHAZO
           END-IF.
      *
      ******************************************************************
      *.PN 2300-VALIDA-SUCESORA: UNA TARJETA SE REPONE UNA SOLA VEZ;   *
      *     SI LA ANTECESORA YA TIENE OTRA SUCESORA LA LIGA SE RECHAZA *
      *     (LA MISMA LIGA RE-ENVIADA NO CUENTA: ES RE-CORRIDA).       *
      ******************************************************************
       2300-VALIDA-SUCESORA.
      *
           MOVE 0                          TO WS-LIG-SUCESORAS.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LIG-SUCESORAS
                 FROM MBDT280
                WHERE T280_BIN_ANT  = :FR-REP-BIN-ANT
                  AND T280_CARD_ANT = :FR-REP-CARD-ANT
                  AND NOT (T280_NUM_BIN_CRD = :FR-REP-BIN-NUEVA
                       AND T280_NUM_CARD    = :FR-REP-CARD-NUEVA)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-LIG-SUCESORAS > 0
                       MOVE 'ANTERIOR YA REPUESTA'
                                           TO WS-LIG-MOTIVO-RECHAZO
                    END-IF
               WHEN OTHER
                    MOVE CA-99             TO E228-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2400-INSERTA-LIGA: EL ORIGEN QUEDA 'R' (ARCHIVO DE          *
      *     REPOSICIONES) O 'B' (CARGA INICIAL DEL HISTORICO).         *
      ******************************************************************
       2400-INSERTA-LIGA.
      *
           EXEC SQL
               INSERT INTO MBDT280
                      (T280_NUM_BIN_CRD, T280_NUM_CARD,
                       T280_BIN_ANT, T280_CARD_ANT,
                       T280_BIN_RAIZ, T280_CARD_RAIZ,
                       T280_MOTIVO, T280_DAT_REPOSICION,
                       T280_ORIGEN, T280_ENT, T280_STP_LASTMOD)
               VALUES (:FR-REP-BIN-NUEVA, :FR-REP-CARD-NUEVA,
                       :FR-REP-BIN-ANT, :FR-REP-CARD-ANT,
                       :WS-LIG-BIN-RAIZ, :WS-LIG-CARD-RAIZ,
                       :FR-REP-MOTIVO, DATE(:FR-REP-FECHA),
                       :E228-MODO, :E228-ENT-ORIGIN,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    ADD 1                  TO E228-NUM-ALTAS
               WHEN SQL-88-DUPLICATE-VALUES
      *             LA TARJETA NUEVA YA TENIA SU LIGA (RE-CORRIDA).
                    ADD 1                  TO E228-NUM-EXISTENTES
               WHEN OTHER
                    MOVE CA-99             TO E228-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-RECHAZO: LAS TARJETAS SALEN COMO SU TOKEN; SI  *
      *     ALGUNA NO SE PUEDE TOKENIZAR SE CORTA EL ARCHIVO (NUNCA    *
      *     SALE EL NUMERO DE TARJETA). UNA TARJETA NO INFORMADA SALE  *
      *     EN BLANCO.                                                 *
      ******************************************************************
       2900-ESCRIBE-RECHAZO.
      *
           MOVE FR-REP-BIN-NUEVA           TO WS-TKN-BIN.
           MOVE FR-REP-CARD-NUEVA          TO WS-TKN-CARD.
           PERFORM 2910-TOKENIZA-TARJETA.
           MOVE PR-TKN-TOKEN               TO WS-TOKEN-NUEVA.
      *
           IF E228-RETURN-OK
              MOVE FR-REP-BIN-ANT          TO WS-TKN-BIN
              MOVE FR-REP-CARD-ANT         TO WS-TKN-CARD
              PERFORM 2910-TOKENIZA-TARJETA
              MOVE PR-TKN-TOKEN            TO WS-TOKEN-ANT
           END-IF.
      *
           IF E228-RETURN-OK
              PERFORM 2920-ESCRIBE-RENGLON
           END-IF.
      *
      ******************************************************************
      *.PN 2910-TOKENIZA-TARJETA: TOKEN DE WS-TKN-BIN + WS-TKN-CARD.   *
      ******************************************************************
       2910-TOKENIZA-TARJETA.
      *
           INITIALIZE VA-MBEC0620.
           IF WS-TKN-BIN  NOT EQUAL SPACES AND
              WS-TKN-CARD NOT EQUAL SPACES
              SET PR-TKN-TOKENIZA          TO TRUE
              MOVE E228-ENT-ORIGIN         TO PR-TKN-ENT
              STRING WS-TKN-BIN            DELIMITED BY SPACE
                     WS-TKN-CARD           DELIMITED BY SPACE
                INTO PR-TKN-PAN
              END-STRING
              CALL CA-MB7C0620 USING VA-MBEC0620
              IF PR-TKN-COD-RETURN NOT EQUAL CA-00
                 MOVE CA-99                TO E228-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2920-ESCRIBE-RENGLON.                                       *
      ******************************************************************
       2920-ESCRIBE-RENGLON.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'RECHAZO;NUEVA='         DELIMITED BY SIZE
                  WS-TOKEN-NUEVA           DELIMITED BY SIZE
                  ';ANTERIOR='             DELIMITED BY SIZE
                  WS-TOKEN-ANT             DELIMITED BY SIZE
                  ';MOTIVO='               DELIMITED BY SIZE
                  FR-REP-MOTIVO            DELIMITED BY SIZE
                  ';FECHA='                DELIMITED BY SIZE
                  FR-REP-FECHA             DELIMITED BY SIZE
                  ';CAUSA='                DELIMITED BY SIZE
                  WS-LIG-MOTIVO-RECHAZO    DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3000-RECALCULA-RAICES: UNA LIGA CARGADA ANTES QUE LA DE SU  *
      *     ANTECESORA (HISTORICO SIN ORDEN, O UNA REPOSICION QUE      *
      *     LLEGA DESPUES) QUEDO CON UNA RAIZ INTERMEDIA. CADA PASADA  *
      *     TOMA LA RAIZ DE LA LIGA ANTECESORA; SE REPITE HASTA QUE    *
      *     NINGUNA CAMBIA.                                            *
      ******************************************************************
       3000-RECALCULA-RAICES.
      *
           MOVE 'N'                        TO WSS-FIN-RAICES.
           MOVE 0                          TO WS-PASADAS.
           PERFORM 3100-PASADA-RAICES
                   UNTIL WSS-FIN-RAICES-SI.
      *
      ******************************************************************
      *.PN 3100-PASADA-RAICES.                                         *
      ******************************************************************
       3100-PASADA-RAICES.
      *
           ADD 1                           TO WS-PASADAS.
           MOVE 0                          TO WS-RAICES-PASADA.
      *
           EXEC SQL
               UPDATE MBDT280 H
                  SET (T280_BIN_RAIZ, T280_CARD_RAIZ,
                       T280_STP_LASTMOD) =
                      (SELECT P.T280_BIN_RAIZ, P.T280_CARD_RAIZ,
                              CURRENT TIMESTAMP
                         FROM MBDT280 P
                        WHERE P.T280_NUM_BIN_CRD = H.T280_BIN_ANT
                          AND P.T280_NUM_CARD    = H.T280_CARD_ANT)
                WHERE EXISTS
                      (SELECT 1
                         FROM MBDT280 P
                        WHERE P.T280_NUM_BIN_CRD = H.T280_BIN_ANT
                          AND P.T280_NUM_CARD    = H.T280_CARD_ANT
                          AND (P.T280_BIN_RAIZ  <> H.T280_BIN_RAIZ
                            OR P.T280_CARD_RAIZ <> H.T280_CARD_RAIZ))
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE SQLERRD(3)        TO WS-RAICES-PASADA
                    ADD WS-RAICES-PASADA   TO E228-NUM-RAICES
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E228-COD-RETURN
           END-EVALUATE.
      *
           IF NOT E228-RETURN-OK OR WS-RAICES-PASADA EQUAL 0 OR
              WS-PASADAS NOT < CA-MAX-PASADAS
              SET WSS-FIN-RAICES-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 4000-TOTALES.                                               *
      ******************************************************************
       4000-TOTALES.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E228-NUM-LEIDOS            TO WS-EDIT-NUM.
           STRING 'RENGLONES LEIDOS='      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E228-NUM-ALTAS             TO WS-EDIT-NUM.
           STRING 'LIGAS NUEVAS='          DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E228-NUM-EXISTENTES        TO WS-EDIT-NUM.
           STRING 'LIGAS YA REGISTRADAS='  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E228-NUM-RECHAZOS          TO WS-EDIT-NUM.
           STRING 'RENGLONES RECHAZADOS='  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E228-NUM-RAICES            TO WS-EDIT-NUM.
           STRING 'RAICES RECALCULADAS='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           IF E228-NUM-ALTAS EQUAL 0
              MOVE CA-10                   TO E228-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REPOSICION F-REPORTE
           END-IF.
      *
           GOBACK.
      *
