      ******************************************************************
      *  MB9B0196: AUDITORIA DE SALTOS, DUPLICADOS Y CAPACIDAD DE LOS  *
      *            CONTADORES DE CONTROL (GPDT021) QUE GP7C0690 OPCION*
      *            '1' ENTREGA COMO FOLIOS OFICIALES. LA OPCION '1'   *
      *            REGRESA EL VALOR VIGENTE Y LO INCREMENTA; CADA     *
      *            INCREMENTO QUEDA EN LA BITACORA GPDT022 (VALOR     *
      *            ANTERIOR = NUMERO ENTREGADO, VALOR NUEVO = SIGUIENTE*
      *            A ENTREGAR). POR CADA CONTADOR CONFIGURADO CONTRA  *
      *            SU TABLA CONSUMIDORA SE REPORTA:                   *
      *            - SALTO / RETROCESO: EL VALOR ANTERIOR DE UN       *
      *              INCREMENTO NO ES EL VALOR NUEVO DEL PREVIO (EL   *
      *              CONTADOR SE MOVIO FUERA DE GP7C0690) O LA OPCION *
      *              '3' BRINCO UN NUMERO.                            *
      *            - DUPLICADO: NUMERO ENTREGADO O CONSUMIDO MAS DE   *
      *              UNA VEZ.                                         *
      *            - NO USADO: ENTREGADO Y SIN RENGLON EN LA TABLA.   *
      *            - SIN EMISION: CONSUMIDO Y SIN ENTREGA EN BITACORA.*
      *            ADEMAS AVISA DE LOS CONTADORES DE LA ENTIDAD QUE   *
      *            YA PASARON EL PORCENTAJE DADO DE SU CAPACIDAD      *
      *            S9(7), ANTES DE QUE SE DESBORDEN.                  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0196.
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
      *     @BAZ230    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO CTRAUDIT
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
           05 WSS-PRIMER-INCREMENTO         PIC X(01) VALUE 'S'.
              88 WSS-PRIMER-INCREMENTO-SI           VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-PCT-DEFAULT                  PIC 9(03)  VALUE 80.
       01  CA-CAPACIDAD                    PIC S9(07) COMP-3
                                           VALUE 9999999.
       01  CA-FEC-MINIMA                   PIC X(10)
                                           VALUE '0001-01-01'.
       01  CA-FEC-MAXIMA                   PIC X(10)
                                           VALUE '9999-12-31'.
      *
      * TABLAS CONSUMIDORAS SOPORTADAS.
       01  CA-TBL-FOLIOS-EDC               PIC X(08)  VALUE 'MBDT153'.
      *
       01  WS-IX                           PIC S9(04) COMP.
      *
      * VENTANA DE EMISION AUDITADA.
       01  WS-FEC-INI                      PIC X(10).
       01  WS-FEC-FIN                      PIC X(10).
      *
      * CONTADOR EN TURNO.
       01  WS-COD-CONTROL                  PIC S9(07) COMP-3.
       01  WS-CTR-ETY                      PIC S9(07) COMP-3.
       01  WS-PCT-USO                      PIC S9(03)V9(02) COMP-3.
      *
      * INCREMENTO LEIDO DE GPDT022 Y EL VALOR NUEVO DEL PREVIO.
       01  WS-INC-COD-OPTION               PIC S9(01) COMP-3.
       01  WS-INC-VAL-OLD                  PIC S9(07) COMP-3.
       01  WS-INC-VAL-NEW                  PIC S9(07) COMP-3.
       01  WS-INC-STP                      PIC X(26).
       01  WS-PREV-VAL-NEW                 PIC S9(07) COMP-3.
       01  WS-SALTO-DEL                    PIC S9(07) COMP-3.
       01  WS-SALTO-AL                     PIC S9(07) COMP-3.
       01  WS-NUM-CONSUMOS                 PIC S9(09) COMP.
      *
      * NUMERO REPETIDO (EMISION O CONSUMO) Y SUS OCURRENCIAS.
       01  WS-DUP-NUMERO                   PIC S9(07) COMP-3.
       01  WS-DUP-VECES                    PIC S9(09) COMP.
      *
      * RENGLON DEL REPORTE EN TURNO.
       01  WS-TIPO-HALLAZGO                PIC X(20).
       01  WS-DETALLE                      PIC X(60).
      *
       01  WS-EDIT-CTR                     PIC 9(07).
       01  WS-EDIT-NUM1                    PIC 9(07).
       01  WS-EDIT-NUM2                    PIC 9(07).
       01  WS-EDIT-VECES                   PIC ZZZZZZZZ9.
       01  WS-EDIT-PCT                     PIC ZZ9.99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0196.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0196.
      *
           PERFORM 1000-START.
           IF E196-RETURN-OK
              PERFORM 2000-CAPACIDAD
           END-IF.
           IF E196-RETURN-OK
              PERFORM 3000-AUDITA-CONTADOR
                 VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > E196-NUM-CONSUMIDORES
                      OR NOT E196-RETURN-OK
           END-IF.
           IF E196-RETURN-OK
              IF E196-NUM-ALERTAS    = ZEROES AND
                 E196-NUM-SALTOS     = ZEROES AND
                 E196-NUM-DUPLICADOS = ZEROES AND
                 E196-NUM-NO-USADOS  = ZEROES AND
                 E196-NUM-SIN-EMISION = ZEROES
                 MOVE CA-10                TO E196-COD-RETURN
              END-IF
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E196-COD-RETURN.
           MOVE 0                          TO E196-NUM-CONTADORES
                                              E196-NUM-ALERTAS
                                              E196-NUM-SALTOS
                                              E196-NUM-DUPLICADOS
                                              E196-NUM-NO-USADOS
                                              E196-NUM-SIN-EMISION.
      *
           IF E196-ENT-ORIGIN EQUAL SPACES OR
              E196-NUM-CONSUMIDORES > 10
              MOVE CA-99                   TO E196-COD-RETURN
           END-IF.
      *
           IF E196-PCT-ALERTA EQUAL ZEROES OR
              E196-PCT-ALERTA > 100
              MOVE CA-PCT-DEFAULT          TO E196-PCT-ALERTA
           END-IF.
      *
           IF E196-FEC-INI EQUAL SPACES
              MOVE CA-FEC-MINIMA           TO WS-FEC-INI
           ELSE
              MOVE E196-FEC-INI            TO WS-FEC-INI
           END-IF.
           IF E196-FEC-FIN EQUAL SPACES
              MOVE CA-FEC-MAXIMA           TO WS-FEC-FIN
           ELSE
              MOVE E196-FEC-FIN            TO WS-FEC-FIN
           END-IF.
      *
           IF E196-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE E196-PCT-ALERTA         TO WS-EDIT-PCT
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'AUDITORIA DE CONTADORES ENTIDAD '
                                           DELIMITED BY SIZE
                     E196-ENT-ORIGIN       DELIMITED BY SIZE
                     ' EMISION DEL '       DELIMITED BY SIZE
                     WS-FEC-INI            DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     WS-FEC-FIN            DELIMITED BY SIZE
                     ' ALERTA AL '         DELIMITED BY SIZE
                     WS-EDIT-PCT           DELIMITED BY SIZE
                     '%'                   DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CAPACIDAD: VALOR VIGENTE DE CADA CONTADOR DE LA        *
      *     ENTIDAD CONTRA SU MAXIMO S9(7); AL LLEGAR AL TOPE EL       *
      *     INCREMENTO DE GP7C0690 SE DESBORDA.                        *
      ******************************************************************
       2000-CAPACIDAD.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C196CAP CURSOR FOR
               SELECT T021_NUM_SEQUENCE, T021_CTR_ETY
                 FROM GPDT021 with (nolock)
                WHERE T021_ENT_ORIGIN = :E196-ENT-ORIGIN
                ORDER BY T021_NUM_SEQUENCE
           END-EXEC.
      *
           EXEC SQL
               OPEN C196CAP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C196CAP
                   INTO :WS-COD-CONTROL, :WS-CTR-ETY
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-EVALUA-CAPACIDAD
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E196-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C196CAP
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-EVALUA-CAPACIDAD.                                      *
      ******************************************************************
       2100-EVALUA-CAPACIDAD.
      *
           ADD 1                           TO E196-NUM-CONTADORES.
           COMPUTE WS-PCT-USO ROUNDED =
                   WS-CTR-ETY * 100 / CA-CAPACIDAD.
      *
           IF WS-PCT-USO NOT < E196-PCT-ALERTA
              ADD 1                        TO E196-NUM-ALERTAS
              MOVE WS-PCT-USO              TO WS-EDIT-PCT
              MOVE WS-CTR-ETY              TO WS-EDIT-NUM1
              MOVE 'CAPACIDAD'             TO WS-TIPO-HALLAZGO
              MOVE SPACES                  TO WS-DETALLE
              STRING 'VALOR='              DELIMITED BY SIZE
                     WS-EDIT-NUM1          DELIMITED BY SIZE
                     ';USO='               DELIMITED BY SIZE
                     WS-EDIT-PCT           DELIMITED BY SIZE
                     '%'                   DELIMITED BY SIZE
                INTO WS-DETALLE
              END-STRING
              PERFORM 9000-ESCRIBE-HALLAZGO
           END-IF.
      *
      ******************************************************************
      *.PN 3000-AUDITA-CONTADOR: UN CONTADOR CONTRA SU TABLA           *
      *     CONSUMIDORA.                                               *
      ******************************************************************
       3000-AUDITA-CONTADOR.
      *
           MOVE E196-CSM-COD-CONTROL(WS-IX) TO WS-COD-CONTROL.
      *
           IF E196-CSM-TABLA(WS-IX) NOT EQUAL CA-TBL-FOLIOS-EDC
              MOVE 'NO SOPORTADO'          TO WS-TIPO-HALLAZGO
              MOVE SPACES                  TO WS-DETALLE
              STRING 'TABLA CONSUMIDORA '  DELIMITED BY SIZE
                     E196-CSM-TABLA(WS-IX) DELIMITED BY SIZE
                     ' SIN AUDITORIA'      DELIMITED BY SIZE
                INTO WS-DETALLE
              END-STRING
              PERFORM 9000-ESCRIBE-HALLAZGO
           ELSE
              PERFORM 3100-EMISIONES
              IF E196-RETURN-OK
                 PERFORM 3300-DUPLICADOS-EMISION
              END-IF
              IF E196-RETURN-OK
                 PERFORM 3400-DUPLICADOS-CONSUMO
              END-IF
              IF E196-RETURN-OK
                 PERFORM 3500-SIN-EMISION
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 3100-EMISIONES: INCREMENTOS DE LAS OPCIONES '1' Y '3' EN    *
      *     ORDEN CRONOLOGICO. EL VALOR DE LA BITACORA ES EL DEL       *
      *     CONTADOR EDITADO SIN SIGNO EN LAS PRIMERAS 7 POSICIONES.   *
      ******************************************************************
       3100-EMISIONES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
           MOVE 'S'                        TO WSS-PRIMER-INCREMENTO.
      *
           EXEC SQL
               DECLARE C196EMI CURSOR FOR
               SELECT T022_COD_OPTION,
                      DEC(SUBSTR(T022_VAL_OLD, 1, 7), 7, 0),
                      DEC(SUBSTR(T022_VAL_NEW, 1, 7), 7, 0),
                      CHAR(T022_STP_LASTMOD)
                 FROM GPDT022 with (nolock)
                WHERE T022_ENT_ORIGIN   = :E196-ENT-ORIGIN
                  AND T022_NUM_SEQUENCE = :WS-COD-CONTROL
                  AND T022_COD_OPTION IN (1, 3)
                  AND DATE(T022_STP_LASTMOD) BETWEEN DATE(:WS-FEC-INI)
                                                 AND DATE(:WS-FEC-FIN)
                ORDER BY T022_STP_LASTMOD
           END-EXEC.
      *
           EXEC SQL
               OPEN C196EMI
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C196EMI
                   INTO :WS-INC-COD-OPTION, :WS-INC-VAL-OLD,
                        :WS-INC-VAL-NEW, :WS-INC-STP
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3200-EVALUA-INCREMENTO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E196-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C196EMI
           END-EXEC.
      *
      ******************************************************************
      *.PN 3200-EVALUA-INCREMENTO: CONTINUIDAD CONTRA EL INCREMENTO    *
      *     PREVIO Y CONSUMO DEL NUMERO ENTREGADO.                     *
      ******************************************************************
       3200-EVALUA-INCREMENTO.
      *
           IF NOT WSS-PRIMER-INCREMENTO-SI
              IF WS-INC-VAL-OLD > WS-PREV-VAL-NEW
                 MOVE WS-PREV-VAL-NEW      TO WS-SALTO-DEL
                 COMPUTE WS-SALTO-AL = WS-INC-VAL-OLD - 1
                 MOVE 'SALTO'              TO WS-TIPO-HALLAZGO
                 PERFORM 3250-ESCRIBE-SALTO
              END-IF
              IF WS-INC-VAL-OLD < WS-PREV-VAL-NEW
                 MOVE WS-INC-VAL-OLD       TO WS-SALTO-DEL
                 COMPUTE WS-SALTO-AL = WS-PREV-VAL-NEW - 1
                 MOVE 'RETROCESO'          TO WS-TIPO-HALLAZGO
                 PERFORM 3250-ESCRIBE-SALTO
              END-IF
           END-IF.
      *
           IF WS-INC-VAL-NEW > WS-INC-VAL-OLD + 1
              COMPUTE WS-SALTO-DEL = WS-INC-VAL-OLD + 1
              COMPUTE WS-SALTO-AL  = WS-INC-VAL-NEW - 1
              MOVE 'SALTO OPCION 3'        TO WS-TIPO-HALLAZGO
              PERFORM 3250-ESCRIBE-SALTO
           END-IF.
      *
           MOVE 'N'                        TO WSS-PRIMER-INCREMENTO.
           MOVE WS-INC-VAL-NEW             TO WS-PREV-VAL-NEW.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-CONSUMOS
                 FROM MBDT153 with (nolock)
                WHERE T153_ENT   = :E196-ENT-ORIGIN
                  AND T153_FOLIO = :WS-INC-VAL-OLD
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    IF WS-NUM-CONSUMOS EQUAL ZEROES
                       ADD 1               TO E196-NUM-NO-USADOS
                       MOVE WS-INC-VAL-OLD TO WS-EDIT-NUM1
                       MOVE 'NO USADO'     TO WS-TIPO-HALLAZGO
                       MOVE SPACES         TO WS-DETALLE
                       STRING 'NUMERO='    DELIMITED BY SIZE
                              WS-EDIT-NUM1 DELIMITED BY SIZE
                              ';ENTREGADO=' DELIMITED BY SIZE
                              WS-INC-STP(1:19)
                                           DELIMITED BY SIZE
                         INTO WS-DETALLE
                       END-STRING
                       PERFORM 9000-ESCRIBE-HALLAZGO
                    END-IF
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E196-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3250-ESCRIBE-SALTO.                                         *
      ******************************************************************
       3250-ESCRIBE-SALTO.
      *
           ADD 1                           TO E196-NUM-SALTOS.
           MOVE WS-SALTO-DEL               TO WS-EDIT-NUM1.
           MOVE WS-SALTO-AL                TO WS-EDIT-NUM2.
           MOVE SPACES                     TO WS-DETALLE.
           STRING 'DEL='                   DELIMITED BY SIZE
                  WS-EDIT-NUM1             DELIMITED BY SIZE
                  ';AL='                   DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
                  ';DETECTADO='            DELIMITED BY SIZE
                  WS-INC-STP(1:19)         DELIMITED BY SIZE
             INTO WS-DETALLE
           END-STRING.
           PERFORM 9000-ESCRIBE-HALLAZGO.
      *
      ******************************************************************
      *.PN 3300-DUPLICADOS-EMISION: UN MISMO NUMERO ENTREGADO MAS DE   *
      *     UNA VEZ (EL CONTADOR SE REGRESO O SE REINICIO).            *
      ******************************************************************
       3300-DUPLICADOS-EMISION.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C196DEM CURSOR FOR
               SELECT DEC(SUBSTR(T022_VAL_OLD, 1, 7), 7, 0), COUNT(*)
                 FROM GPDT022 with (nolock)
                WHERE T022_ENT_ORIGIN   = :E196-ENT-ORIGIN
                  AND T022_NUM_SEQUENCE = :WS-COD-CONTROL
                  AND T022_COD_OPTION IN (1, 3)
                  AND DATE(T022_STP_LASTMOD) BETWEEN DATE(:WS-FEC-INI)
                                                 AND DATE(:WS-FEC-FIN)
                GROUP BY DEC(SUBSTR(T022_VAL_OLD, 1, 7), 7, 0)
               HAVING COUNT(*) > 1
                ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               OPEN C196DEM
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C196DEM
                   INTO :WS-DUP-NUMERO, :WS-DUP-VECES
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE 'DUPLICADO EMISION' TO WS-TIPO-HALLAZGO
                        PERFORM 3450-ESCRIBE-DUPLICADO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E196-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C196DEM
           END-EXEC.
      *
      ******************************************************************
      *.PN 3400-DUPLICADOS-CONSUMO: UN MISMO FOLIO REGISTRADO MAS DE   *
      *     UNA VEZ EN LA TABLA CONSUMIDORA.                           *
      ******************************************************************
       3400-DUPLICADOS-CONSUMO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C196DCO CURSOR FOR
               SELECT T153_FOLIO, COUNT(*)
                 FROM MBDT153 with (nolock)
                WHERE T153_ENT = :E196-ENT-ORIGIN
                  AND DATE(T153_STP_EMISION) BETWEEN DATE(:WS-FEC-INI)
                                                 AND DATE(:WS-FEC-FIN)
                GROUP BY T153_FOLIO
               HAVING COUNT(*) > 1
                ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               OPEN C196DCO
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C196DCO
                   INTO :WS-DUP-NUMERO, :WS-DUP-VECES
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE 'DUPLICADO CONSUMO' TO WS-TIPO-HALLAZGO
                        PERFORM 3450-ESCRIBE-DUPLICADO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E196-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C196DCO
           END-EXEC.
      *
      ******************************************************************
      *.PN 3450-ESCRIBE-DUPLICADO.                                     *
      ******************************************************************
       3450-ESCRIBE-DUPLICADO.
      *
           ADD 1                           TO E196-NUM-DUPLICADOS.
           MOVE WS-DUP-NUMERO              TO WS-EDIT-NUM1.
           MOVE WS-DUP-VECES               TO WS-EDIT-VECES.
           MOVE SPACES                     TO WS-DETALLE.
           STRING 'NUMERO='                DELIMITED BY SIZE
                  WS-EDIT-NUM1             DELIMITED BY SIZE
                  ';VECES='                DELIMITED BY SIZE
                  WS-EDIT-VECES            DELIMITED BY SIZE
             INTO WS-DETALLE
           END-STRING.
           PERFORM 9000-ESCRIBE-HALLAZGO.
      *
      ******************************************************************
      *.PN 3500-SIN-EMISION: FOLIOS CONSUMIDOS DESDE QUE EXISTE LA     *
      *     BITACORA DEL CONTADOR QUE NO APARECEN ENTREGADOS EN ELLA.  *
      ******************************************************************
       3500-SIN-EMISION.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C196SEM CURSOR FOR
               SELECT F.T153_FOLIO, COUNT(*)
                 FROM MBDT153 F with (nolock)
                WHERE F.T153_ENT = :E196-ENT-ORIGIN
                  AND DATE(F.T153_STP_EMISION)
                      BETWEEN DATE(:WS-FEC-INI) AND DATE(:WS-FEC-FIN)
                  AND F.T153_STP_EMISION >=
                      (SELECT MIN(B.T022_STP_LASTMOD)
                         FROM GPDT022 B
                        WHERE B.T022_ENT_ORIGIN   = :E196-ENT-ORIGIN
                          AND B.T022_NUM_SEQUENCE = :WS-COD-CONTROL)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM GPDT022 G
                        WHERE G.T022_ENT_ORIGIN   = :E196-ENT-ORIGIN
                          AND G.T022_NUM_SEQUENCE = :WS-COD-CONTROL
                          AND G.T022_COD_OPTION IN (1, 3)
                          AND DEC(SUBSTR(G.T022_VAL_OLD, 1, 7), 7, 0)
                              = F.T153_FOLIO)
                GROUP BY F.T153_FOLIO
                ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               OPEN C196SEM
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C196SEM
                   INTO :WS-DUP-NUMERO, :WS-DUP-VECES
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1              TO E196-NUM-SIN-EMISION
                        MOVE WS-DUP-NUMERO TO WS-EDIT-NUM1
                        MOVE 'SIN EMISION' TO WS-TIPO-HALLAZGO
                        MOVE SPACES        TO WS-DETALLE
                        STRING 'NUMERO='   DELIMITED BY SIZE
                               WS-EDIT-NUM1 DELIMITED BY SIZE
                          INTO WS-DETALLE
                        END-STRING
                        PERFORM 9000-ESCRIBE-HALLAZGO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E196-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C196SEM
           END-EXEC.
      *
      ******************************************************************
      *.PN 9000-ESCRIBE-HALLAZGO: TIPO;CONTADOR;DETALLE.               *
      ******************************************************************
       9000-ESCRIBE-HALLAZGO.
      *
           MOVE WS-COD-CONTROL             TO WS-EDIT-CTR.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-TIPO-HALLAZGO         DELIMITED BY '  '
                  ';CONTADOR='             DELIMITED BY SIZE
                  WS-EDIT-CTR              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-DETALLE               DELIMITED BY SIZE
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
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
