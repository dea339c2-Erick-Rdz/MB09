      ******************************************************************
      *  MB9B0197: GESTION DE PROBLEMAS SOBRE LOS INCIDENTES           *
      *            RECURRENTES DE QGDT888. QG1CINC DEJA UN RENGLON    *
      *            POR ABEND Y MB9B0144/MB7C0230 LOS RUTEAN Y CIERRAN *
      *            UNO POR UNO; NADIE VE QUE LA MISMA FALLA SE REPITE.*
      *            CORRIDA SEMANAL QUE AGRUPA LOS INCIDENTES POR      *
      *            FIRMA (PROGRAMA; CODIGO DE ABEND; REFERENCIA QUE   *
      *            DEJA EL PROGRAMA -PARRAFO U OPERACION-; SQLCODE Y  *
      *            TABLA) Y POR CADA FIRMA REPORTA PRIMERA Y ULTIMA   *
      *            OCURRENCIA; OCURRENCIAS DE LA VENTANA CONTRA LAS   *
      *            DE LA VENTANA ANTERIOR (TENDENCIA) Y EL TIEMPO     *
      *            TOTAL DE RESOLUCION DE SUS AVISOS (MBDT161). LA    *
      *            FIRMA QUE LLEGA AL UMBRAL ABRE UN PROBLEMA EN      *
      *            MBDT217 (O ACTUALIZA EL QUE YA ESTA ABIERTO) Y SUS *
      *            AVISOS SIN PROBLEMA QUEDAN LIGADOS A EL; DE AHI EN *
      *            ADELANTE MB9B0144 LIGA CADA INCIDENTE NUEVO QUE    *
      *            COINCIDA Y LA GUARDIA LO VE COMO PROBLEMA CONOCIDO.*
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0197.
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
      *     @BAZ231    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO PROBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-PROB-ABIERTO                 PIC X(02)  VALUE 'AB'.
       01  CA-DIAS-DEFAULT                 PIC 9(03)  VALUE 7.
       01  CA-UMBRAL-DEFAULT               PIC 9(05)  VALUE 10.
      *
      * DIAS HACIA ATRAS QUE CUBREN LA VENTANA Y LA ANTERIOR.
       01  WS-DIAS-VENTANA                 PIC S9(05) COMP-3.
       01  WS-DIAS-HORIZONTE               PIC S9(05) COMP-3.
      *
      * FIRMA EN TURNO Y SUS CIFRAS.
       01  WS-FIRMA.
           05 WS-FIR-DES-PROG              PIC X(08).
           05 WS-FIR-ABCODE                PIC X(04).
           05 WS-FIR-REFERENCIA            PIC X(16).
           05 WS-FIR-SQLCODE               PIC S9(09) COMP.
           05 WS-FIR-OBJECT-ERROR          PIC X(08).
           05 WS-FIR-NUM-ACTUAL            PIC S9(09) COMP.
           05 WS-FIR-NUM-PREVIO            PIC S9(09) COMP.
           05 WS-FIR-STP-PRIMERO           PIC X(26).
           05 WS-FIR-STP-ULTIMO            PIC X(26).
           05 WS-FIR-NUM-RESUELTOS         PIC S9(09) COMP.
           05 WS-FIR-MIN-RESOLUCION        PIC S9(09) COMP.
      *
       01  WS-TENDENCIA                    PIC X(05).
       01  WS-PROBLEMA                     PIC S9(09) COMP.
       01  WS-MARCA-PROBLEMA               PIC X(07).
      *
       01  WS-EDIT-SQLCODE                 PIC -(9)9.
       01  WS-EDIT-NUM1                    PIC ZZZZZZZZ9.
       01  WS-EDIT-NUM2                    PIC ZZZZZZZZ9.
       01  WS-EDIT-NUM3                    PIC ZZZZZZZZ9.
       01  WS-EDIT-MINUTOS                 PIC ZZZZZZZZ9.
       01  WS-EDIT-PROBLEMA                PIC 9(09).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0197.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0197.
      *
           PERFORM 1000-START.
           IF E197-RETURN-OK
              PERFORM 2000-AGRUPA-FIRMAS
           END-IF.
           IF E197-RETURN-OK AND E197-NUM-FIRMAS EQUAL ZEROES
              MOVE CA-10                   TO E197-COD-RETURN
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E197-COD-RETURN.
           MOVE 0                          TO E197-NUM-FIRMAS
                                              E197-NUM-PROB-NUEVOS
                                              E197-NUM-PROB-ACTUAL
                                              E197-NUM-LIGADOS.
      *
           IF E197-DIAS-VENTANA NOT NUMERIC OR
              E197-DIAS-VENTANA EQUAL ZEROES
              MOVE CA-DIAS-DEFAULT         TO E197-DIAS-VENTANA
           END-IF.
           IF E197-UMBRAL NOT NUMERIC OR
              E197-UMBRAL EQUAL ZEROES
              MOVE CA-UMBRAL-DEFAULT       TO E197-UMBRAL
           END-IF.
      *
           MOVE E197-DIAS-VENTANA          TO WS-DIAS-VENTANA.
           COMPUTE WS-DIAS-HORIZONTE = WS-DIAS-VENTANA * 2.
      *
           OPEN OUTPUT F-REPORTE.
           SET WSS-FILES-ABIERTOS-SI       TO TRUE.
           MOVE E197-DIAS-VENTANA          TO WS-EDIT-NUM1.
           MOVE E197-UMBRAL                TO WS-EDIT-NUM2.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'PROBLEMAS RECURRENTES QGDT888;VENTANA DIAS='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM1             DELIMITED BY SIZE
                  ';UMBRAL='               DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2000-AGRUPA-FIRMAS: INCIDENTES DE LA VENTANA Y LA ANTERIOR  *
      *     AGRUPADOS POR FIRMA; SOLO SALEN LAS FIRMAS QUE SE          *
      *     REPITIERON EN LA VENTANA. EL TIEMPO DE RESOLUCION CUENTA   *
      *     DEL ABEND A LA RESOLUCION ANOTADA EN MB7C0230.             *
      ******************************************************************
       2000-AGRUPA-FIRMAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C197FIR CURSOR FOR
               SELECT I.T888_DES_PROG, I.T888_ABCODE,
                      SUBSTR(I.T888_REFERENCE1, 1, 16),
                      I.T888_SQLCODE, I.T888_OBJECT_ERROR,
                      SUM(CASE WHEN I.T888_STP_LASTMOD >=
                                    CURRENT TIMESTAMP -
                                    :WS-DIAS-VENTANA DAYS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN I.T888_STP_LASTMOD <
                                    CURRENT TIMESTAMP -
                                    :WS-DIAS-VENTANA DAYS
                               THEN 1 ELSE 0 END),
                      CHAR(MIN(I.T888_STP_LASTMOD)),
                      CHAR(MAX(I.T888_STP_LASTMOD)),
                      SUM(CASE WHEN A.T161_STP_RESOLUCION IS NOT NULL
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE
                               WHEN A.T161_STP_RESOLUCION IS NOT NULL
                               THEN TIMESTAMPDIFF(4,
                                    CHAR(A.T161_STP_RESOLUCION -
                                         I.T888_STP_LASTMOD))
                               ELSE 0 END), 0)
                 FROM MAZP.QGDT888 I
                 LEFT OUTER JOIN MBDT161 A
                   ON A.T161_NUM_SEQUENCE = I.T888_NUM_SEQUENCE
                WHERE I.T888_STP_LASTMOD >=
                      CURRENT TIMESTAMP - :WS-DIAS-HORIZONTE DAYS
                GROUP BY I.T888_DES_PROG, I.T888_ABCODE,
                         SUBSTR(I.T888_REFERENCE1, 1, 16),
                         I.T888_SQLCODE, I.T888_OBJECT_ERROR
               HAVING SUM(CASE WHEN I.T888_STP_LASTMOD >=
                                    CURRENT TIMESTAMP -
                                    :WS-DIAS-VENTANA DAYS
                               THEN 1 ELSE 0 END) > 0
                ORDER BY 6 DESC, 1, 2
           END-EXEC.
      *
           EXEC SQL
               OPEN C197FIR
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C197FIR
                   INTO :WS-FIR-DES-PROG, :WS-FIR-ABCODE,
                        :WS-FIR-REFERENCIA, :WS-FIR-SQLCODE,
                        :WS-FIR-OBJECT-ERROR, :WS-FIR-NUM-ACTUAL,
                        :WS-FIR-NUM-PREVIO, :WS-FIR-STP-PRIMERO,
                        :WS-FIR-STP-ULTIMO, :WS-FIR-NUM-RESUELTOS,
                        :WS-FIR-MIN-RESOLUCION
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-EVALUA-FIRMA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E197-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C197FIR
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-EVALUA-FIRMA: TENDENCIA CONTRA LA VENTANA ANTERIOR;    *
      *     PROBLEMA ABIERTO (O YA EXISTENTE) Y LIGA DE SUS AVISOS.    *
      ******************************************************************
       2100-EVALUA-FIRMA.
      *
           ADD 1                           TO E197-NUM-FIRMAS.
      *
           EVALUATE TRUE
               WHEN WS-FIR-NUM-PREVIO EQUAL ZEROES
                    MOVE 'NUEVA'           TO WS-TENDENCIA
               WHEN WS-FIR-NUM-ACTUAL > WS-FIR-NUM-PREVIO
                    MOVE 'SUBE'            TO WS-TENDENCIA
               WHEN WS-FIR-NUM-ACTUAL < WS-FIR-NUM-PREVIO
                    MOVE 'BAJA'            TO WS-TENDENCIA
               WHEN OTHER
                    MOVE 'IGUAL'           TO WS-TENDENCIA
           END-EVALUATE.
      *
           PERFORM 2200-BUSCA-PROBLEMA.
      *
           IF E197-RETURN-OK
              IF WS-PROBLEMA EQUAL ZEROES
                 IF WS-FIR-NUM-ACTUAL NOT < E197-UMBRAL
                    PERFORM 2300-ABRE-PROBLEMA
                 END-IF
              ELSE
                 PERFORM 2400-ACTUALIZA-PROBLEMA
              END-IF
           END-IF.
      *
           IF E197-RETURN-OK AND WS-PROBLEMA NOT EQUAL ZEROES
              PERFORM 2500-LIGA-AVISOS
           END-IF.
      *
           PERFORM 2900-ESCRIBE-FIRMA.
      *
      ******************************************************************
      *.PN 2200-BUSCA-PROBLEMA: PROBLEMA ABIERTO DE LA FIRMA.          *
      ******************************************************************
       2200-BUSCA-PROBLEMA.
      *
           MOVE 0                          TO WS-PROBLEMA.
           MOVE SPACES                     TO WS-MARCA-PROBLEMA.
      *
           EXEC SQL
               SELECT TOP 1
                      T217_ID_PROBLEMA
                 INTO :WS-PROBLEMA
                 FROM MBDT217 with(nolock)
                WHERE T217_DES_PROG     = :WS-FIR-DES-PROG
                  AND T217_ABCODE       = :WS-FIR-ABCODE
                  AND T217_REFERENCIA   = :WS-FIR-REFERENCIA
                  AND T217_SQLCODE      = :WS-FIR-SQLCODE
                  AND T217_OBJECT_ERROR = :WS-FIR-OBJECT-ERROR
                  AND T217_ESTADO       = :CA-PROB-ABIERTO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE 'ABIERTO'         TO WS-MARCA-PROBLEMA
               WHEN SQL-88-NOT-FOUND
                    MOVE 0                 TO WS-PROBLEMA
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E197-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-ABRE-PROBLEMA: CONSECUTIVO COMO EL DE QG1CINC.         *
      ******************************************************************
       2300-ABRE-PROBLEMA.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T217_ID_PROBLEMA), 0) + 1
                 INTO :WS-PROBLEMA
                 FROM MBDT217
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              EXEC SQL
                  INSERT INTO MBDT217
                         (T217_ID_PROBLEMA, T217_DES_PROG,
                          T217_ABCODE, T217_REFERENCIA,
                          T217_SQLCODE, T217_OBJECT_ERROR,
                          T217_ESTADO, T217_NUM_INCIDENTES,
                          T217_STP_PRIMERO, T217_STP_ULTIMO,
                          T217_STP_ALTA, T217_STP_LASTMOD)
                  VALUES (:WS-PROBLEMA, :WS-FIR-DES-PROG,
                          :WS-FIR-ABCODE, :WS-FIR-REFERENCIA,
                          :WS-FIR-SQLCODE, :WS-FIR-OBJECT-ERROR,
                          :CA-PROB-ABIERTO, :WS-FIR-NUM-ACTUAL,
                          TIMESTAMP(:WS-FIR-STP-PRIMERO),
                          TIMESTAMP(:WS-FIR-STP-ULTIMO),
                          CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           IF SQL-88-OK
              ADD 1                        TO E197-NUM-PROB-NUEVOS
              MOVE 'NUEVO'                 TO WS-MARCA-PROBLEMA
           ELSE
              MOVE 0                       TO WS-PROBLEMA
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E197-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2400-ACTUALIZA-PROBLEMA: ACUMULA LAS OCURRENCIAS DE LA      *
      *     VENTANA Y MUEVE LA ULTIMA OCURRENCIA.                      *
      ******************************************************************
       2400-ACTUALIZA-PROBLEMA.
      *
           EXEC SQL
               UPDATE MBDT217
                  SET T217_NUM_INCIDENTES = T217_NUM_INCIDENTES +
                                            :WS-FIR-NUM-ACTUAL,
                      T217_STP_ULTIMO     =
                                      TIMESTAMP(:WS-FIR-STP-ULTIMO),
                      T217_STP_LASTMOD    = CURRENT TIMESTAMP
                WHERE T217_ID_PROBLEMA = :WS-PROBLEMA
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1                        TO E197-NUM-PROB-ACTUAL
           ELSE
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E197-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2500-LIGA-AVISOS: LOS AVISOS DE LA FIRMA QUE AUN NO TIENEN  *
      *     PROBLEMA QUEDAN LIGADOS (LOS NUEVOS LOS LIGA MB9B0144).    *
      ******************************************************************
       2500-LIGA-AVISOS.
      *
           EXEC SQL
               UPDATE MBDT161
                  SET T161_ID_PROBLEMA = :WS-PROBLEMA
                WHERE COALESCE(T161_ID_PROBLEMA, 0) = 0
                  AND T161_NUM_SEQUENCE IN
                      (SELECT I.T888_NUM_SEQUENCE
                         FROM MAZP.QGDT888 I
                        WHERE I.T888_DES_PROG     = :WS-FIR-DES-PROG
                          AND I.T888_ABCODE       = :WS-FIR-ABCODE
                          AND SUBSTR(I.T888_REFERENCE1, 1, 16)
                                                  = :WS-FIR-REFERENCIA
                          AND I.T888_SQLCODE      = :WS-FIR-SQLCODE
                          AND I.T888_OBJECT_ERROR =
                                                :WS-FIR-OBJECT-ERROR)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    ADD SQLERRD(3)         TO E197-NUM-LIGADOS
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E197-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-FIRMA.                                         *
      ******************************************************************
       2900-ESCRIBE-FIRMA.
      *
           MOVE WS-FIR-SQLCODE             TO WS-EDIT-SQLCODE.
           MOVE WS-FIR-NUM-ACTUAL          TO WS-EDIT-NUM1.
           MOVE WS-FIR-NUM-PREVIO          TO WS-EDIT-NUM2.
           MOVE WS-FIR-NUM-RESUELTOS       TO WS-EDIT-NUM3.
           MOVE WS-FIR-MIN-RESOLUCION      TO WS-EDIT-MINUTOS.
           MOVE WS-PROBLEMA                TO WS-EDIT-PROBLEMA.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'FIRMA;'                 DELIMITED BY SIZE
                  WS-FIR-DES-PROG          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-FIR-ABCODE            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-FIR-REFERENCIA        DELIMITED BY SIZE
                  ';SQLCODE='              DELIMITED BY SIZE
                  WS-EDIT-SQLCODE          DELIMITED BY SIZE
                  ';TABLA='                DELIMITED BY SIZE
                  WS-FIR-OBJECT-ERROR      DELIMITED BY SIZE
                  ';PRIMERA='              DELIMITED BY SIZE
                  WS-FIR-STP-PRIMERO(1:19) DELIMITED BY SIZE
                  ';ULTIMA='               DELIMITED BY SIZE
                  WS-FIR-STP-ULTIMO(1:19)  DELIMITED BY SIZE
                  ';VENTANA='              DELIMITED BY SIZE
                  WS-EDIT-NUM1             DELIMITED BY SIZE
                  ';ANTERIOR='             DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
                  ';TENDENCIA='            DELIMITED BY SIZE
                  WS-TENDENCIA             DELIMITED BY SIZE
                  ';RESUELTOS='            DELIMITED BY SIZE
                  WS-EDIT-NUM3             DELIMITED BY SIZE
                  ';MIN RESOLUCION='       DELIMITED BY SIZE
                  WS-EDIT-MINUTOS          DELIMITED BY SIZE
                  ';PROBLEMA='             DELIMITED BY SIZE
                  WS-EDIT-PROBLEMA         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-MARCA-PROBLEMA        DELIMITED BY SIZE
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
