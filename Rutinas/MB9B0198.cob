      ******************************************************************
      *  MB9B0198: PROPUESTA NOCTURNA DE MAPEOS PARA EL DIRECTORIO DE  *
      *            COMERCIOS MBDT218. EL DESCRIPTOR CRUDO DE LOS      *
      *            MOVIMIENTOS DE TARJETA (MCDT043 T043_TXT_DIG_30)   *
      *            ESCRIBE EL MISMO COMERCIO DE MUCHAS MANERAS; ESTE  *
      *            PROCESO TOMA LOS MOVIMIENTOS DE LOS ULTIMOS DIAS   *
      *            QUE NO RESUELVEN CONTRA NINGUN MAPEO ACTIVO (NI    *
      *            POR NUMERO DE COMERCIO NI POR PATRON), LOS AGRUPA  *
      *            POR LA PRIMERA PALABRA DEL DESCRIPTOR Y POR CADA   *
      *            GRUPO QUE LLEGA AL MINIMO DE OCURRENCIAS DEJA UN   *
      *            MAPEO PROPUESTO ('PR', PATRON 'PALABRA%') CON LA   *
      *            CATEGORIA DEL GIRO (MCC) DEL CATALOGO MCDT890.     *
      *            OPERACIONES LO APRUEBA, CORRIGE O RECHAZA EN       *
      *            MB7C0450; UN PATRON RECHAZADO NO SE VUELVE A       *
      *            PROPONER. EL REPORTE LISTA CADA GRUPO CON UN       *
      *            EJEMPLO DEL DESCRIPTOR Y SUS VARIANTES.            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0198.
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
      *     @BAZ232    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO COMERRPT
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
       01  CA-ACTIVO                       PIC X(02)  VALUE 'AC'.
       01  CA-PROPUESTO                    PIC X(02)  VALUE 'PR'.
       01  CA-PROGRAMA                     PIC X(08)  VALUE 'MB9B0198'.
       01  CA-DIAS-DEFAULT                 PIC 9(03)  VALUE 1.
       01  CA-MINIMO-DEFAULT               PIC 9(05)  VALUE 3.
       01  CA-PRIORIDAD-DEFAULT            PIC 9(03)  VALUE 100.
      *
       01  WS-DIAS                         PIC S9(05) COMP-3.
       01  WS-MINIMO                       PIC S9(09) COMP.
       01  WS-PRIORIDAD                    PIC S9(03) COMP-3.
      *
      * GRUPO DE DESCRIPTORES SIN MAPEO EN TURNO.
       01  WS-GRUPO.
           05 WS-GRP-PREFIJO               PIC X(30).
           05 WS-GRP-NUM-MOVTOS            PIC S9(09) COMP.
           05 WS-GRP-NUM-VARIANTES         PIC S9(09) COMP.
           05 WS-GRP-EJEMPLO               PIC X(30).
           05 WS-GRP-MCC                   PIC X(04).
      *
       01  WS-PATRON                       PIC X(30).
       01  WS-CATEGORIA                    PIC X(20).
       01  WS-DES-CATEG                    PIC X(30).
       01  WS-ID-MAPEO                     PIC S9(09) COMP.
       01  WS-ESTADO                       PIC X(02).
       01  WS-ACCION                       PIC X(10).
      *
       01  WS-EDIT-NUM1                    PIC ZZZZZZZZ9.
       01  WS-EDIT-NUM2                    PIC ZZZZZZZZ9.
       01  WS-EDIT-MAPEO                   PIC 9(09).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0198.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0198.
      *
           PERFORM 1000-START.
           IF E198-RETURN-OK
              PERFORM 2000-AGRUPA-SIN-MAPEO
           END-IF.
           IF E198-RETURN-OK AND E198-NUM-GRUPOS EQUAL ZEROES
              MOVE CA-10                   TO E198-COD-RETURN
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E198-COD-RETURN.
           MOVE 0                          TO E198-NUM-GRUPOS
                                              E198-NUM-PROPUESTAS
                                              E198-NUM-ACTUALIZADAS
                                              E198-NUM-RECHAZADAS.
      *
           IF E198-ENT-ORIGIN EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO E198-COD-RETURN
           END-IF.
           IF E198-DIAS NOT NUMERIC OR
              E198-DIAS EQUAL ZEROES
              MOVE CA-DIAS-DEFAULT         TO E198-DIAS
           END-IF.
           IF E198-MIN-OCURRENCIAS NOT NUMERIC OR
              E198-MIN-OCURRENCIAS EQUAL ZEROES
              MOVE CA-MINIMO-DEFAULT       TO E198-MIN-OCURRENCIAS
           END-IF.
      *
           MOVE E198-DIAS                  TO WS-DIAS.
           MOVE E198-MIN-OCURRENCIAS       TO WS-MINIMO.
           MOVE CA-PRIORIDAD-DEFAULT       TO WS-PRIORIDAD.
      *
           OPEN OUTPUT F-REPORTE.
           SET WSS-FILES-ABIERTOS-SI       TO TRUE.
           MOVE E198-DIAS                  TO WS-EDIT-NUM1.
           MOVE E198-MIN-OCURRENCIAS       TO WS-EDIT-NUM2.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'DESCRIPTORES SIN MAPEO MBDT218;ENTIDAD='
                                           DELIMITED BY SIZE
                  E198-ENT-ORIGIN          DELIMITED BY SIZE
                  ';DIAS='                 DELIMITED BY SIZE
                  WS-EDIT-NUM1             DELIMITED BY SIZE
                  ';MINIMO='               DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2000-AGRUPA-SIN-MAPEO: MOVIMIENTOS DE TARJETA DE LOS        *
      *     ULTIMOS DIAS SIN MAPEO ACTIVO (MISMA REGLA QUE 57100 DE    *
      *     MP9C0009), AGRUPADOS POR LA PRIMERA PALABRA DEL            *
      *     DESCRIPTOR EN MAYUSCULAS. PALABRAS DE MENOS DE 3           *
      *     CARACTERES NO SE PROPONEN (DEMASIADO GENERICAS).           *
      ******************************************************************
       2000-AGRUPA-SIN-MAPEO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C198GRP CURSOR FOR
               SELECT G.PREFIJO, COUNT(*),
                      COUNT(DISTINCT G.DESCR),
                      MIN(G.DESCR), MAX(G.MCC)
                 FROM (SELECT SUBSTR(D.DESCR, 1,
                                LOCATE(' ', D.DESCR || ' ') - 1)
                                  AS PREFIJO,
                              D.DESCR, D.MCC
                         FROM (SELECT UPPER(LTRIM(M.T043_TXT_DIG_30))
                                        AS DESCR,
                                      M.T043_COD_BSS_ACT AS MCC
                                 FROM MCDT043 M with(nolock)
                                WHERE M.T043_ENT_ACC = :E198-ENT-ORIGIN
                                  AND M.T043_DAT_OPERATION >=
                                      CURRENT DATE - :WS-DIAS DAYS
                                  AND M.T043_TXT_DIG_30 <> ' '
                                  AND NOT EXISTS
                                      (SELECT 1
                                         FROM MBDT218 C with(nolock)
                                        WHERE C.T218_ENT =
                                                       M.T043_ENT_ACC
                                          AND C.T218_ESTADO =
                                                       :CA-ACTIVO
                                          AND ((C.T218_ID_COMERCIO =
                                                       M.T043_NUM_BSS
                                            AND C.T218_ID_COMERCIO
                                                       <> ' ')
                                           OR (C.T218_PATRON <> ' '
                                            AND M.T043_TXT_DIG_30
                                                LIKE C.T218_PATRON))))
                              D) G
                WHERE LENGTH(G.PREFIJO) >= 3
                GROUP BY G.PREFIJO
               HAVING COUNT(*) >= :WS-MINIMO
                ORDER BY 2 DESC, 1
           END-EXEC.
      *
           EXEC SQL
               OPEN C198GRP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C198GRP
                   INTO :WS-GRP-PREFIJO, :WS-GRP-NUM-MOVTOS,
                        :WS-GRP-NUM-VARIANTES, :WS-GRP-EJEMPLO,
                        :WS-GRP-MCC
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-EVALUA-GRUPO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E198-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C198GRP
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-EVALUA-GRUPO: EL PATRON PROPUESTO ES LA PALABRA MAS    *
      *     '%'. SI YA EXISTE EN EL DIRECTORIO: PROPUESTO, SE SUMAN    *
      *     OCURRENCIAS; RECHAZADO O DADO DE BAJA, NO SE VUELVE A      *
      *     PROPONER. SI NO EXISTE, SE PROPONE.                        *
      ******************************************************************
       2100-EVALUA-GRUPO.
      *
           ADD 1                           TO E198-NUM-GRUPOS.
      *
           MOVE SPACES                     TO WS-PATRON.
           STRING WS-GRP-PREFIJO           DELIMITED BY SPACE
                  '%'                      DELIMITED BY SIZE
             INTO WS-PATRON
           END-STRING.
      *
           PERFORM 2200-BUSCA-PATRON.
      *
           IF E198-RETURN-OK
              EVALUATE TRUE
                  WHEN WS-ID-MAPEO EQUAL ZEROES
                       PERFORM 2300-CATEGORIA-MCC
                       PERFORM 2400-PROPONE-MAPEO
                  WHEN WS-ESTADO EQUAL CA-PROPUESTO
                       PERFORM 2500-ACTUALIZA-PROPUESTA
                  WHEN OTHER
                       ADD 1               TO E198-NUM-RECHAZADAS
                       MOVE 'RECHAZADO'    TO WS-ACCION
              END-EVALUATE
           END-IF.
      *
           PERFORM 2900-ESCRIBE-GRUPO.
      *
      ******************************************************************
      *.PN 2200-BUSCA-PATRON: RENGLON DEL DIRECTORIO CON EL MISMO      *
      *     PATRON EN CUALQUIER ESTADO.                                *
      ******************************************************************
       2200-BUSCA-PATRON.
      *
           MOVE 0                          TO WS-ID-MAPEO.
           MOVE SPACES                     TO WS-ESTADO
                                              WS-ACCION.
      *
           EXEC SQL
               SELECT TOP 1
                      T218_ID_MAPEO, T218_ESTADO
                 INTO :WS-ID-MAPEO, :WS-ESTADO
                 FROM MBDT218 with(nolock)
                WHERE T218_ENT    = :E198-ENT-ORIGIN
                  AND T218_PATRON = :WS-PATRON
                ORDER BY T218_STP_LASTMOD DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE 0                 TO WS-ID-MAPEO
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E198-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-CATEGORIA-MCC: CATEGORIA PROPUESTA DEL GIRO (MCC) DEL  *
      *     CATALOGO MCDT890, IGUAL QUE 57000 DE MP9C0009.             *
      ******************************************************************
       2300-CATEGORIA-MCC.
      *
           MOVE SPACES                     TO WS-DES-CATEG.
      *
           EXEC SQL
               SELECT TOP 1
                      T890_DES_CATEGORIA
                 INTO :WS-DES-CATEG
                 FROM MCDT890 with(nolock)
                WHERE T890_MCC = :WS-GRP-MCC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              MOVE WS-DES-CATEG            TO WS-CATEGORIA
           ELSE
              MOVE 'SIN CATEGORIA'         TO WS-CATEGORIA
           END-IF.
      *
      ******************************************************************
      *.PN 2400-PROPONE-MAPEO: NOMBRE PROPUESTO = LA PALABRA DEL       *
      *     GRUPO; OPERACIONES LO CORRIGE AL APROBAR.                  *
      ******************************************************************
       2400-PROPONE-MAPEO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T218_ID_MAPEO), 0) + 1
                 INTO :WS-ID-MAPEO
                 FROM MBDT218
                WHERE T218_ENT = :E198-ENT-ORIGIN
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              EXEC SQL
                  INSERT INTO MBDT218
                         (T218_ENT, T218_ID_MAPEO, T218_ID_COMERCIO,
                          T218_PATRON, T218_NOMBRE_NORM,
                          T218_CATEGORIA, T218_PRIORIDAD,
                          T218_ESTADO, T218_OCURRENCIAS,
                          T218_USUARIO, T218_STP_LASTMOD)
                  VALUES (:E198-ENT-ORIGIN, :WS-ID-MAPEO, ' ',
                          :WS-PATRON, :WS-GRP-PREFIJO,
                          :WS-CATEGORIA, :WS-PRIORIDAD,
                          :CA-PROPUESTO, :WS-GRP-NUM-MOVTOS,
                          :CA-PROGRAMA, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           IF SQL-88-OK
              ADD 1                        TO E198-NUM-PROPUESTAS
              MOVE 'PROPUESTO'             TO WS-ACCION
           ELSE
              MOVE 0                       TO WS-ID-MAPEO
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E198-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2500-ACTUALIZA-PROPUESTA: PROPUESTA AUN SIN ATENDER.        *
      ******************************************************************
       2500-ACTUALIZA-PROPUESTA.
      *
           EXEC SQL
               UPDATE MBDT218
                  SET T218_OCURRENCIAS = T218_OCURRENCIAS +
                                         :WS-GRP-NUM-MOVTOS,
                      T218_STP_LASTMOD = CURRENT TIMESTAMP
                WHERE T218_ENT      = :E198-ENT-ORIGIN
                  AND T218_ID_MAPEO = :WS-ID-MAPEO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1                        TO E198-NUM-ACTUALIZADAS
              MOVE 'PENDIENTE'             TO WS-ACCION
           ELSE
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E198-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-GRUPO.                                         *
      ******************************************************************
       2900-ESCRIBE-GRUPO.
      *
           MOVE WS-GRP-NUM-MOVTOS          TO WS-EDIT-NUM1.
           MOVE WS-GRP-NUM-VARIANTES       TO WS-EDIT-NUM2.
           MOVE WS-ID-MAPEO                TO WS-EDIT-MAPEO.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'GRUPO;'                 DELIMITED BY SIZE
                  WS-PATRON                DELIMITED BY SIZE
                  ';MOVTOS='               DELIMITED BY SIZE
                  WS-EDIT-NUM1             DELIMITED BY SIZE
                  ';VARIANTES='            DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
                  ';EJEMPLO='              DELIMITED BY SIZE
                  WS-GRP-EJEMPLO           DELIMITED BY SIZE
                  ';MCC='                  DELIMITED BY SIZE
                  WS-GRP-MCC               DELIMITED BY SIZE
                  ';MAPEO='                DELIMITED BY SIZE
                  WS-EDIT-MAPEO            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ACCION                DELIMITED BY SIZE
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
