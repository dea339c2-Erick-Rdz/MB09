      ******************************************************************
      *  MB9B0193: REPORTE TRIMESTRAL REUNE DE RECLAMACIONES A        *
      *            CONDUSEF. TODO EL DATO DEL REPORTE VIVE EN LAS     *
      *            ACLARACIONES (MBDT309) Y SU HISTORIA (MBDT309H) Y  *
      *            CADA TRIMESTRE SE RECONSTRUIA EN HOJAS DE CALCULO. *
      *            ESTE BATCH ESCRIBE EL ARCHIVO REUNE (REUNEOUT) EN  *
      *            EL LAYOUT OFICIAL CON TODA RECLAMACION GESTIONADA  *
      *            EN EL TRIMESTRE (RECIBIDA EN EL, O ABIERTA AL      *
      *            INICIO): PRODUCTO Y CAUSA DEL CATALOGO CONDUSEF    *
      *            POR LA HOMOLOGACION DEL TIPO INTERNO (MBDT213; LA  *
      *            MANTIENE MB7C0420); ESTATUS, SENTIDO DE LA         *
      *            RESOLUCION, DIAS PARA RESOLVER E IMPORTE ABONADO   *
      *            (ABONO DEFINITIVO DE MB9B0154 EN MBDT173). LA HOJA *
      *            DE CUADRE (REUNERPT) DA ABIERTAS AL INICIO,        *
      *            RECIBIDAS, CONCLUIDAS Y PENDIENTES AL CIERRE Y EL  *
      *            PUENTE CONTRA LAS ABIERTAS DE HOY CON EL CRITERIO  *
      *            DEL CONTROL DE PLAZOS MB9B0153 (STATUS FUERA DE    *
      *            'CE'/'RE'), MAS LOS REGISTROS SIN HOMOLOGAR.       *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0193.
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
      *     @BAZ225    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REUNE ASSIGN TO REUNEOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CUADRE ASSIGN TO REUNERPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REUNE
           RECORDING MODE IS F.
       01  FR-REUNE-LINEA                  PIC X(300).
      *
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
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-A-FAVOR                      PIC X(02)  VALUE 'CE'.
       01  CA-EN-CONTRA                    PIC X(02)  VALUE 'RE'.
      * CONSTANTES DEL LAYOUT OFICIAL: ESTATUS '1' PENDIENTE / '2'
      * CONCLUIDA; SENTIDO '1' FAVORABLE / '2' DESFAVORABLE AL USUARIO.
       01  CA-EST-PENDIENTE                PIC X(01)  VALUE '1'.
       01  CA-EST-CONCLUIDA                PIC X(01)  VALUE '2'.
       01  CA-SEN-FAVORABLE                PIC X(01)  VALUE '1'.
       01  CA-SEN-DESFAVORABLE             PIC X(01)  VALUE '2'.
      *
      * PERIODO DEL TRIMESTRE (FECHAS AAAA-MM-DD; COMPARABLES COMO
      * TEXTO CONTRA LAS FECHAS DEL CURSOR).
       01  WS-PERIODO.
           05 WS-MES-INI                   PIC 9(02).
           05 WS-MES-FIN                   PIC 9(02).
           05 WS-FEC-INI.
              10 WS-FEC-INI-ANIO           PIC 9(04).
              10 FILLER                    PIC X(01)  VALUE '-'.
              10 WS-FEC-INI-MES            PIC 9(02).
              10 FILLER                    PIC X(03)  VALUE '-01'.
           05 WS-FEC-FIN.
              10 WS-FEC-FIN-ANIO           PIC 9(04).
              10 FILLER                    PIC X(01)  VALUE '-'.
              10 WS-FEC-FIN-MES            PIC 9(02).
              10 FILLER                    PIC X(01)  VALUE '-'.
              10 WS-FEC-FIN-DIA            PIC 9(02).
      *
      * RECLAMACION EN TURNO.
       01  WS-RECLAMACION.
           05 WS-REC-FOLIO                 PIC X(13).
           05 WS-REC-COD                   PIC X(03).
           05 WS-REC-STATUS                PIC X(02).
           05 WS-REC-FEC-ALTA              PIC X(10).
           05 WS-REC-FEC-RESOL             PIC X(10).
           05 WS-REC-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-REC-PRODUCTO              PIC X(12).
           05 WS-REC-CAUSA                 PIC X(06).
           05 WS-REC-ABONADO               PIC S9(13)V9(02) COMP-3.
           05 WS-REC-DIAS                  PIC S9(05) COMP.
      *
       01  WS-ESTATUS-REUNE                PIC X(01).
       01  WS-SENTIDO-REUNE                PIC X(01).
       01  WS-FEC-RESOL-REUNE              PIC X(10).
      *
      * CUADRE DEL TRIMESTRE.
       01  WS-CUADRE.
           05 WS-CUA-ABIERTAS-INI          PIC S9(09) COMP.
           05 WS-CUA-A-FAVOR               PIC S9(09) COMP.
           05 WS-CUA-EN-CONTRA             PIC S9(09) COMP.
           05 WS-CUA-CERRADAS-DESP         PIC S9(09) COMP.
           05 WS-CUA-RECIBIDAS-DESP        PIC S9(09) COMP.
           05 WS-CUA-ABIERTAS-HOY          PIC S9(09) COMP.
           05 WS-CUA-PUENTE                PIC S9(09) COMP.
       01  WS-ETIQUETA                     PIC X(50).
       01  WS-CIFRA                        PIC S9(09) COMP.
      *
       01  WS-EDIT-IMPT                    PIC 9(13).99.
       01  WS-EDIT-IMPT2                   PIC 9(13).99.
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-DIAS                    PIC 9(05).
       01  WS-FECHA-AUX                    PIC X(10).
       01  WS-EDIT-FECHA                   PIC X(10).
       01  WS-EDIT-TRIM                    PIC 9(01).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0193.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0193.
      *
           PERFORM 1000-START.
           IF E193-RETURN-OK
              PERFORM 2000-RECLAMACIONES
           END-IF.
           IF WSS-FILES-ABIERTOS-SI AND NOT E193-RETURN-ERROR
              PERFORM 3000-HOJA-CUADRE
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E193-COD-RETURN.
           MOVE 0                          TO E193-NUM-REGISTROS
                                              E193-NUM-RECIBIDAS
                                              E193-NUM-CONCLUIDAS
                                              E193-NUM-PENDIENTES
                                              E193-NUM-SIN-HOMOLOGAR.
           INITIALIZE WS-CUADRE.
      *
           IF E193-ENT-ORIGIN      EQUAL SPACES OR
              E193-CLAVE-INST      EQUAL SPACES OR
              E193-MEDIO-RECEPCION EQUAL SPACES OR
              E193-ANIO            EQUAL ZEROES OR
              E193-TRIMESTRE       < 1          OR
              E193-TRIMESTRE       > 4
              MOVE CA-99                   TO E193-COD-RETURN
           END-IF.
      *
           IF E193-RETURN-OK
              COMPUTE WS-MES-FIN = E193-TRIMESTRE * 3
              COMPUTE WS-MES-INI = WS-MES-FIN - 2
              MOVE E193-ANIO               TO WS-FEC-INI-ANIO
                                              WS-FEC-FIN-ANIO
              MOVE WS-MES-INI              TO WS-FEC-INI-MES
              MOVE WS-MES-FIN              TO WS-FEC-FIN-MES
              IF E193-TRIMESTRE EQUAL 1 OR E193-TRIMESTRE EQUAL 4
                 MOVE 31                   TO WS-FEC-FIN-DIA
              ELSE
                 MOVE 30                   TO WS-FEC-FIN-DIA
              END-IF
              OPEN OUTPUT F-REUNE
              OPEN OUTPUT F-CUADRE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE E193-TRIMESTRE          TO WS-EDIT-TRIM
              MOVE SPACES                  TO FR-CUADRE-LINEA
              STRING 'CUADRE REUNE '       DELIMITED BY SIZE
                     E193-ANIO             DELIMITED BY SIZE
                     ' TRIMESTRE '         DELIMITED BY SIZE
                     WS-EDIT-TRIM          DELIMITED BY SIZE
                     ' ENTIDAD '           DELIMITED BY SIZE
                     E193-ENT-ORIGIN       DELIMITED BY SIZE
                     ' INSTITUCION '       DELIMITED BY SIZE
                     E193-CLAVE-INST       DELIMITED BY SIZE
                     ' DEL '               DELIMITED BY SIZE
                     WS-FEC-INI            DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     WS-FEC-FIN            DELIMITED BY SIZE
                INTO FR-CUADRE-LINEA
              END-STRING
              WRITE FR-CUADRE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-RECLAMACIONES: TODA ACLARACION DADA DE ALTA HASTA EL   *
      *     CIERRE QUE NO ESTABA RESUELTA AL INICIO. LA FECHA DE       *
      *     RESOLUCION ES LA ULTIMA 'CE'/'RE' DE LA HISTORIA Y SOLO    *
      *     CUENTA SI LA ACLARACION SIGUE EN ESTATUS FINAL (UNA        *
      *     REABIERTA ESTA PENDIENTE). LOS DIAS SON PARA RESOLVER SI   *
      *     CONCLUYO EN EL TRIMESTRE Y DE ANTIGUEDAD AL CIERRE SI NO.  *
      ******************************************************************
       2000-RECLAMACIONES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C193REC CURSOR FOR
               SELECT X.FOLIO, X.COD, X.STATUS, CHAR(X.FEC_ALTA),
                      COALESCE(CHAR(X.FEC_RESOL), ' '), X.AMT,
                      COALESCE(M.T213_PRODUCTO, ' '),
                      COALESCE(M.T213_CAUSA, ' '),
                      COALESCE(L.T173_AMT, 0),
                      DAYS(CASE
                             WHEN X.FEC_RESOL <= DATE(:WS-FEC-FIN)
                             THEN X.FEC_RESOL
                             ELSE DATE(:WS-FEC-FIN)
                           END) - DAYS(X.FEC_ALTA)
                 FROM (SELECT A.T309_FOLIO AS FOLIO,
                              A.T309_SEQ AS SEQ,
                              A.T309_ENT AS ENT,
                              A.T309_COD AS COD,
                              A.T309_STATUS AS STATUS,
                              DATE(A.T309_STP_ALTA) AS FEC_ALTA,
                              ABS(A.T309_AMT) AS AMT,
                              CASE
                                WHEN A.T309_STATUS IN (:CA-A-FAVOR,
                                                       :CA-EN-CONTRA)
                                THEN (SELECT MAX(H.T309H_FECHA)
                                        FROM MBDT309H H
                                       WHERE H.T309H_FOLIO =
                                             A.T309_FOLIO
                                         AND H.T309H_STATUS IN
                                             (:CA-A-FAVOR,
                                              :CA-EN-CONTRA))
                              END AS FEC_RESOL
                         FROM MBDT309 A
                        WHERE A.T309_ENT = :E193-ENT-ORIGIN
                          AND DATE(A.T309_STP_ALTA) <=
                              DATE(:WS-FEC-FIN)) X
                 LEFT OUTER JOIN MBDT213 M
                   ON M.T213_ENT = X.ENT
                  AND M.T213_COD = X.COD
                 LEFT OUTER JOIN MBDT173 L
                   ON L.T173_FOLIO  = X.FOLIO
                  AND L.T173_ESTADO = 'DF'
                WHERE X.FEC_RESOL IS NULL
                   OR X.FEC_RESOL >= DATE(:WS-FEC-INI)
                ORDER BY X.SEQ
           END-EXEC.
      *
           EXEC SQL
               OPEN C193REC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C193REC
                   INTO :WS-REC-FOLIO, :WS-REC-COD,
                        :WS-REC-STATUS, :WS-REC-FEC-ALTA,
                        :WS-REC-FEC-RESOL, :WS-REC-IMPORTE,
                        :WS-REC-PRODUCTO, :WS-REC-CAUSA,
                        :WS-REC-ABONADO, :WS-REC-DIAS
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-CLASIFICA-RECLAMACION
                        PERFORM 2200-ESCRIBE-REUNE
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E193-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C193REC
           END-EXEC.
      *
           IF E193-NUM-REGISTROS EQUAL 0 AND
              E193-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO E193-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-CLASIFICA-RECLAMACION: CADA RECLAMACION CAE EN UNA     *
      *     SOLA ENTRADA (ABIERTA AL INICIO O RECIBIDA) Y EN UNA SOLA  *
      *     SALIDA (CONCLUIDA O PENDIENTE AL CIERRE). UNA PENDIENTE AL *
      *     CIERRE QUE HOY YA ESTA EN ESTATUS FINAL SE RESOLVIO        *
      *     DESPUES DEL CIERRE (PUENTE CONTRA MB9B0153).               *
      ******************************************************************
       2100-CLASIFICA-RECLAMACION.
      *
           IF WS-REC-FEC-ALTA < WS-FEC-INI
              ADD 1                        TO WS-CUA-ABIERTAS-INI
           ELSE
              ADD 1                        TO E193-NUM-RECIBIDAS
           END-IF.
      *
           MOVE SPACES                     TO WS-SENTIDO-REUNE
                                              WS-FEC-RESOL-REUNE.
           IF WS-REC-FEC-RESOL NOT EQUAL SPACES AND
              WS-REC-FEC-RESOL NOT GREATER WS-FEC-FIN
              ADD 1                        TO E193-NUM-CONCLUIDAS
              MOVE CA-EST-CONCLUIDA        TO WS-ESTATUS-REUNE
              MOVE WS-REC-FEC-RESOL        TO WS-FECHA-AUX
              PERFORM 2900-FORMATEA-FECHA
              MOVE WS-EDIT-FECHA           TO WS-FEC-RESOL-REUNE
              IF WS-REC-STATUS EQUAL CA-A-FAVOR
                 ADD 1                     TO WS-CUA-A-FAVOR
                 MOVE CA-SEN-FAVORABLE     TO WS-SENTIDO-REUNE
              ELSE
                 ADD 1                     TO WS-CUA-EN-CONTRA
                 MOVE CA-SEN-DESFAVORABLE  TO WS-SENTIDO-REUNE
              END-IF
           ELSE
              ADD 1                        TO E193-NUM-PENDIENTES
              MOVE CA-EST-PENDIENTE        TO WS-ESTATUS-REUNE
              MOVE 0                       TO WS-REC-ABONADO
              IF WS-REC-STATUS EQUAL CA-A-FAVOR OR
                 WS-REC-STATUS EQUAL CA-EN-CONTRA
                 ADD 1                     TO WS-CUA-CERRADAS-DESP
              END-IF
           END-IF.
      *
           IF WS-REC-CAUSA EQUAL SPACES
              ADD 1                        TO E193-NUM-SIN-HOMOLOGAR
              PERFORM 2300-ESCRIBE-SIN-HOMOLOGAR
           END-IF.
      *
      ******************************************************************
      *.PN 2200-ESCRIBE-REUNE: UN REGISTRO DEL LAYOUT OFICIAL.         *
      ******************************************************************
       2200-ESCRIBE-REUNE.
      *
           ADD 1                           TO E193-NUM-REGISTROS.
           MOVE WS-REC-IMPORTE             TO WS-EDIT-IMPT.
           MOVE WS-REC-ABONADO             TO WS-EDIT-IMPT2.
           MOVE WS-REC-DIAS                TO WS-EDIT-DIAS.
           MOVE WS-REC-FEC-ALTA            TO WS-FECHA-AUX.
           PERFORM 2900-FORMATEA-FECHA.
      *
           MOVE SPACES                     TO FR-REUNE-LINEA.
           STRING E193-CLAVE-INST          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  E193-ANIO                DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  E193-TRIMESTRE           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-REC-FOLIO             DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-FECHA            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  E193-MEDIO-RECEPCION     DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-REC-PRODUCTO          DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-REC-CAUSA             DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ESTATUS-REUNE         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-FEC-RESOL-REUNE       DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-SENTIDO-REUNE         DELIMITED BY SPACE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-DIAS             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPT2            DELIMITED BY SIZE
             INTO FR-REUNE-LINEA
           END-STRING.
           WRITE FR-REUNE-LINEA.
      *
      ******************************************************************
      *.PN 2300-ESCRIBE-SIN-HOMOLOGAR.                                 *
      ******************************************************************
       2300-ESCRIBE-SIN-HOMOLOGAR.
      *
           MOVE SPACES                     TO FR-CUADRE-LINEA.
           STRING 'SIN HOMOLOGAR;'         DELIMITED BY SIZE
                  WS-REC-FOLIO             DELIMITED BY SIZE
                  ';TIPO='                 DELIMITED BY SIZE
                  WS-REC-COD               DELIMITED BY SIZE
                  ';ALTA='                 DELIMITED BY SIZE
                  WS-REC-FEC-ALTA          DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
           END-STRING.
           WRITE FR-CUADRE-LINEA.
      *
      ******************************************************************
      *.PN 2900-FORMATEA-FECHA: AAAA-MM-DD A DD/MM/AAAA DEL LAYOUT.    *
      ******************************************************************
       2900-FORMATEA-FECHA.
      *
           MOVE SPACES                     TO WS-EDIT-FECHA.
           STRING WS-FECHA-AUX(9:2)        DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-FECHA-AUX(6:2)        DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-FECHA-AUX(1:4)        DELIMITED BY SIZE
             INTO WS-EDIT-FECHA
           END-STRING.
      *
      ******************************************************************
      *.PN 3000-HOJA-CUADRE: ENTRADAS Y SALIDAS DEL TRIMESTRE Y EL     *
      *     PUENTE DE LAS PENDIENTES AL CIERRE CONTRA LAS ABIERTAS DE  *
      *     HOY CON EL CRITERIO DE MB9B0153.                           *
      ******************************************************************
       3000-HOJA-CUADRE.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CUA-ABIERTAS-HOY
                 FROM MBDT309 with (nolock)
                WHERE T309_ENT = :E193-ENT-ORIGIN
                  AND T309_STATUS NOT IN ('CE', 'RE')
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CUA-RECIBIDAS-DESP
                    FROM MBDT309 with (nolock)
                   WHERE T309_ENT = :E193-ENT-ORIGIN
                     AND T309_STATUS NOT IN ('CE', 'RE')
                     AND DATE(T309_STP_ALTA) > DATE(:WS-FEC-FIN)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E193-COD-RETURN
           ELSE
              MOVE 'ABIERTAS AL INICIO DEL TRIMESTRE'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-ABIERTAS-INI     TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE 'RECIBIDAS EN EL TRIMESTRE'
                                           TO WS-ETIQUETA
              MOVE E193-NUM-RECIBIDAS      TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE 'CONCLUIDAS EN EL TRIMESTRE'
                                           TO WS-ETIQUETA
              MOVE E193-NUM-CONCLUIDAS     TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE '  DE ELLAS FAVORABLES AL USUARIO'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-A-FAVOR          TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE '  DE ELLAS DESFAVORABLES AL USUARIO'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-EN-CONTRA        TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE 'PENDIENTES AL CIERRE DEL TRIMESTRE'
                                           TO WS-ETIQUETA
              MOVE E193-NUM-PENDIENTES     TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE '  MENOS RESUELTAS DESPUES DEL CIERRE'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-CERRADAS-DESP    TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE '  MAS RECIBIDAS DESPUES DEL CIERRE AUN ABIERTAS'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-RECIBIDAS-DESP   TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              COMPUTE WS-CUA-PUENTE = E193-NUM-PENDIENTES
                                    - WS-CUA-CERRADAS-DESP
                                    + WS-CUA-RECIBIDAS-DESP
              MOVE '  IGUAL A ABIERTAS HOY SEGUN EL PUENTE'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-PUENTE           TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE 'ABIERTAS HOY (CONTROL DE PLAZOS MB9B0153)'
                                           TO WS-ETIQUETA
              MOVE WS-CUA-ABIERTAS-HOY     TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE 'REGISTROS SIN HOMOLOGAR EN MBDT213'
                                           TO WS-ETIQUETA
              MOVE E193-NUM-SIN-HOMOLOGAR  TO WS-CIFRA
              PERFORM 3100-ESCRIBE-CIFRA
              MOVE SPACES                  TO FR-CUADRE-LINEA
              IF WS-CUA-PUENTE EQUAL WS-CUA-ABIERTAS-HOY
                 MOVE 'CUADRE CONTRA MB9B0153: CORRECTO'
                                           TO FR-CUADRE-LINEA
              ELSE
                 MOVE 'CUADRE CONTRA MB9B0153: DIFERENCIA'
                                           TO FR-CUADRE-LINEA
              END-IF
              WRITE FR-CUADRE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 3100-ESCRIBE-CIFRA.                                         *
      ******************************************************************
       3100-ESCRIBE-CIFRA.
      *
           MOVE WS-CIFRA                   TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-CUADRE-LINEA.
           STRING WS-ETIQUETA              DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-CUADRE-LINEA
           END-STRING.
           WRITE FR-CUADRE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REUNE
              CLOSE F-CUADRE
           END-IF.
      *
           GOBACK.
      *
