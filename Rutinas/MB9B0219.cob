      ******************************************************************
      *  MB9B0219: EXTRACTO TRIMESTRAL DE EVENTOS DE PERDIDA POR      *
      *            RIESGO OPERACIONAL. RIESGOS REPORTA LAS PERDIDAS   *
      *            POR TIPO DE EVENTO Y LINEA DE NEGOCIO; EL REGISTRO *
      *            VIVE EN MBDT263 (LO ALIMENTAN LOS PROCESOS QUE     *
      *            POSTEAN DINERO QUE ABSORBE EL BANCO VIA MB7C0680)  *
      *            Y SUS RECUPERACIONES EN MBDT264. ESTE BATCH ESCRIBE*
      *            PARA LA BASE DE DATOS DE RIESGO OPERACIONAL        *
      *            (PERDOPRI; POSICIONES FIJAS):                      *
      *            'E' CADA EVENTO RECONOCIDO EN EL TRIMESTRE CON LO  *
      *                RECUPERADO A LA FECHA;                         *
      *            'R' CADA RECUPERACION DEL TRIMESTRE, AUNQUE EL     *
      *                EVENTO SEA DE UN TRIMESTRE ANTERIOR (LA BASE   *
      *                LA APLICA AL EVENTO ORIGINAL POR SU FOLIO); Y  *
      *            'T' EL REGISTRO DE CONTROL CON CONTEOS E IMPORTES. *
      *            EL RESUMEN POR CATEGORIA Y LINEA DE NEGOCIO VA AL  *
      *            REPORTE (PERDRPT).                                 *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0219.
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
      *     @BAZ259    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-PERDIDAS ASSIGN TO PERDOPRI
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO PERDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE LA BASE DE RIESGO OPERACIONAL (250 POSICIONES).
      * IMPORTES SIN PUNTO CON 2 DECIMALES; EL NETO CON SIGNO AL
      * FRENTE. EN 'E' LA FECHA ES LA DE RECONOCIMIENTO Y EL
      * RECUPERADO ES EL ACUMULADO; EN 'R' LA FECHA ES LA DE LA
      * RECUPERACION, EL BRUTO VA EN CEROS Y FEC-EVENTO ES LA DEL
      * EVENTO ORIGINAL.
       FD  F-PERDIDAS
           RECORDING MODE IS F.
       01  FR-PERDIDA-REG.
           05 FR-PER-TIPO-REG              PIC X(01).
           05 FR-PER-ENT                   PIC X(04).
           05 FR-PER-PERIODO               PIC X(06).
           05 FR-PER-FOLIO                 PIC 9(09).
           05 FR-PER-FECHA                 PIC X(10).
           05 FR-PER-CATEGORIA             PIC X(02).
           05 FR-PER-LINEA-NEG             PIC X(02).
           05 FR-PER-CAUSA                 PIC X(04).
           05 FR-PER-DESCRIPCION           PIC X(40).
           05 FR-PER-IMP-BRUTO             PIC 9(13)V9(02).
           05 FR-PER-IMP-RECUPERA          PIC 9(13)V9(02).
           05 FR-PER-IMP-NETO              PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05 FR-PER-REF-INCIDENTE         PIC X(12).
           05 FR-PER-REF-ACLARACION        PIC X(13).
           05 FR-PER-REF-ORIGEN            PIC X(30).
           05 FR-PER-PROGRAMA              PIC X(08).
           05 FR-PER-ESTADO                PIC X(01).
           05 FR-PER-FEC-EVENTO            PIC X(10).
           05 FILLER                       PIC X(52).
      * REGISTRO DE CONTROL AL FINAL DEL ARCHIVO.
       01  FR-CONTROL-REG REDEFINES FR-PERDIDA-REG.
           05 FR-CTL-TIPO-REG              PIC X(01).
           05 FR-CTL-ENT                   PIC X(04).
           05 FR-CTL-PERIODO               PIC X(06).
           05 FR-CTL-NUM-EVENTOS           PIC 9(09).
           05 FR-CTL-NUM-RECUPERA          PIC 9(09).
           05 FR-CTL-IMP-BRUTO             PIC 9(15)V9(02).
           05 FR-CTL-IMP-RECUPERA          PIC 9(15)V9(02).
           05 FILLER                       PIC X(187).
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
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      *
      * TRIMESTRE: PRIMER DIA (AAAA-MM-01) Y ULTIMO DIA; EL PERIODO
      * DEL ARCHIVO ES AAAATn.
       01  WS-TRI-INI.
           05 WS-TRI-INI-AAAA              PIC 9(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TRI-INI-MM                PIC 9(02).
           05 FILLER                       PIC X(03) VALUE '-01'.
       01  WS-TRI-FIN                      PIC X(10).
       01  WS-PERIODO.
           05 WS-PER-AAAA                  PIC 9(04).
           05 FILLER                       PIC X(01) VALUE 'T'.
           05 WS-PER-TRIMESTRE             PIC 9(01).
      *
      * EVENTO O RECUPERACION EN TURNO.
       01  WS-EVENTO.
           05 WS-EVE-FOLIO                 PIC S9(09) COMP.
           05 WS-EVE-FECHA                 PIC X(10).
           05 WS-EVE-CATEGORIA             PIC X(02).
           05 WS-EVE-LINEA-NEG             PIC X(02).
           05 WS-EVE-CAUSA                 PIC X(04).
           05 WS-EVE-DESCRIPCION           PIC X(40).
           05 WS-EVE-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-EVE-IMP-RECUPERADO        PIC S9(13)V9(02) COMP-3.
           05 WS-EVE-REF-INCIDENTE         PIC X(12).
           05 WS-EVE-REF-ACLARACION        PIC X(13).
           05 WS-EVE-REF-ORIGEN            PIC X(30).
           05 WS-EVE-PROGRAMA              PIC X(08).
           05 WS-EVE-ESTADO                PIC X(01).
           05 WS-EVE-FEC-EVENTO            PIC X(10).
      *
      * RENGLON DEL RESUMEN POR CATEGORIA Y LINEA DE NEGOCIO.
       01  WS-RESUMEN.
           05 WS-RES-CATEGORIA             PIC X(02).
           05 WS-RES-LINEA-NEG             PIC X(02).
           05 WS-RES-NUM-EVENTOS           PIC S9(09) COMP.
           05 WS-RES-IMP-BRUTO             PIC S9(13)V9(02) COMP-3.
           05 WS-RES-IMP-RECUPERA          PIC S9(13)V9(02) COMP-3.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-BRUTO                   PIC -(13)9.99.
       01  WS-EDIT-RECUPERA                PIC -(13)9.99.
       01  WS-EDIT-NETO                    PIC -(13)9.99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0219.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0219.
      *
           PERFORM 1000-START.
           IF E219-RETURN-OK
              PERFORM 2000-EXTRAE-EVENTOS
           END-IF.
           IF E219-RETURN-OK
              PERFORM 3000-EXTRAE-RECUPERACIONES
           END-IF.
           IF E219-RETURN-OK
              PERFORM 4000-RESUMEN
           END-IF.
           IF E219-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START: FECHAS DEL TRIMESTRE.                           *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E219-COD-RETURN.
           MOVE 0                          TO E219-NUM-EVENTOS
                                              E219-NUM-RECUPERA
                                              E219-IMP-PERDIDA
                                              E219-IMP-RECUPERADO.
      *
           IF E219-ENT-ORIGIN EQUAL SPACES OR
              E219-ANIO       NOT NUMERIC  OR
              E219-TRIMESTRE  NOT NUMERIC
              MOVE CA-99                   TO E219-COD-RETURN
           ELSE
              IF E219-TRIMESTRE < 1 OR E219-TRIMESTRE > 4
                 MOVE CA-99                TO E219-COD-RETURN
              END-IF
           END-IF.
      *
           IF E219-RETURN-OK
              MOVE E219-ANIO               TO WS-TRI-INI-AAAA
                                              WS-PER-AAAA
              MOVE E219-TRIMESTRE          TO WS-PER-TRIMESTRE
              COMPUTE WS-TRI-INI-MM = (E219-TRIMESTRE - 1) * 3 + 1
              EXEC SQL
                  SELECT CHAR(DATE(:WS-TRI-INI) + 3 MONTHS
                                                - 1 DAY, ISO)
                    INTO :WS-TRI-FIN
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E219-COD-RETURN
              END-IF
           END-IF.
      *
           IF E219-RETURN-OK
              OPEN OUTPUT F-PERDIDAS
                          F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'EVENTOS DE PERDIDA OPERACIONAL '
                                           DELIMITED BY SIZE
                     E219-ENT-ORIGIN       DELIMITED BY SIZE
                     ' TRIMESTRE '         DELIMITED BY SIZE
                     WS-PERIODO            DELIMITED BY SIZE
                     ' DEL '               DELIMITED BY SIZE
                     WS-TRI-INI            DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     WS-TRI-FIN            DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-EXTRAE-EVENTOS: EVENTOS RECONOCIDOS EN EL TRIMESTRE.   *
      ******************************************************************
       2000-EXTRAE-EVENTOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C219EVE CURSOR FOR
               SELECT T263_FOLIO, CHAR(T263_FEC_RECONOCE, ISO),
                      T263_CATEGORIA, T263_LINEA_NEG, T263_CAUSA,
                      T263_DESCRIPCION, T263_IMPORTE,
                      T263_IMP_RECUPERADO, T263_REF_INCIDENTE,
                      T263_REF_ACLARACION, T263_REF_ORIGEN,
                      T263_PROGRAMA, T263_ESTADO
                 FROM MBDT263 with(nolock)
                WHERE T263_ENT = :E219-ENT-ORIGIN
                  AND T263_FEC_RECONOCE
                      BETWEEN DATE(:WS-TRI-INI) AND DATE(:WS-TRI-FIN)
                ORDER BY T263_FOLIO
           END-EXEC.
      *
           EXEC SQL
               OPEN C219EVE
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C219EVE
                   INTO :WS-EVE-FOLIO, :WS-EVE-FECHA,
                        :WS-EVE-CATEGORIA, :WS-EVE-LINEA-NEG,
                        :WS-EVE-CAUSA, :WS-EVE-DESCRIPCION,
                        :WS-EVE-IMPORTE, :WS-EVE-IMP-RECUPERADO,
                        :WS-EVE-REF-INCIDENTE, :WS-EVE-REF-ACLARACION,
                        :WS-EVE-REF-ORIGEN, :WS-EVE-PROGRAMA,
                        :WS-EVE-ESTADO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-ESCRIBE-EVENTO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E219-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C219EVE
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-ESCRIBE-EVENTO.                                        *
      ******************************************************************
       2100-ESCRIBE-EVENTO.
      *
           MOVE WS-EVE-FECHA               TO WS-EVE-FEC-EVENTO.
           PERFORM 2900-ARMA-REGISTRO.
           MOVE 'E'                        TO FR-PER-TIPO-REG.
           MOVE WS-EVE-IMPORTE             TO FR-PER-IMP-BRUTO.
           MOVE WS-EVE-IMP-RECUPERADO      TO FR-PER-IMP-RECUPERA.
           COMPUTE FR-PER-IMP-NETO = WS-EVE-IMPORTE
                                   - WS-EVE-IMP-RECUPERADO.
           WRITE FR-PERDIDA-REG.
      *
           ADD 1                           TO E219-NUM-EVENTOS.
           ADD WS-EVE-IMPORTE              TO E219-IMP-PERDIDA.
      *
      ******************************************************************
      *.PN 2900-ARMA-REGISTRO: LOS DATOS DEL EVENTO, COMUNES A 'E' Y   *
      *     'R'.                                                       *
      ******************************************************************
       2900-ARMA-REGISTRO.
      *
           MOVE SPACES                     TO FR-PERDIDA-REG.
           MOVE E219-ENT-ORIGIN            TO FR-PER-ENT.
           MOVE WS-PERIODO                 TO FR-PER-PERIODO.
           MOVE WS-EVE-FOLIO               TO FR-PER-FOLIO.
           MOVE WS-EVE-FECHA               TO FR-PER-FECHA.
           MOVE WS-EVE-CATEGORIA           TO FR-PER-CATEGORIA.
           MOVE WS-EVE-LINEA-NEG           TO FR-PER-LINEA-NEG.
           MOVE WS-EVE-CAUSA               TO FR-PER-CAUSA.
           MOVE WS-EVE-DESCRIPCION         TO FR-PER-DESCRIPCION.
           MOVE 0                          TO FR-PER-IMP-BRUTO
                                              FR-PER-IMP-RECUPERA
                                              FR-PER-IMP-NETO.
           MOVE WS-EVE-REF-INCIDENTE       TO FR-PER-REF-INCIDENTE.
           MOVE WS-EVE-REF-ACLARACION      TO FR-PER-REF-ACLARACION.
           MOVE WS-EVE-REF-ORIGEN          TO FR-PER-REF-ORIGEN.
           MOVE WS-EVE-PROGRAMA            TO FR-PER-PROGRAMA.
           MOVE WS-EVE-ESTADO              TO FR-PER-ESTADO.
           MOVE WS-EVE-FEC-EVENTO          TO FR-PER-FEC-EVENTO.
      *
      ******************************************************************
      *.PN 3000-EXTRAE-RECUPERACIONES: RECUPERACIONES DEL TRIMESTRE    *
      *     CON LOS DATOS DE SU EVENTO ORIGINAL.                       *
      ******************************************************************
       3000-EXTRAE-RECUPERACIONES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C219REC CURSOR FOR
               SELECT R.T264_FOLIO, CHAR(R.T264_FEC_RECUPERA, ISO),
                      E.T263_CATEGORIA, E.T263_LINEA_NEG,
                      E.T263_CAUSA, R.T264_DESCRIPCION,
                      R.T264_IMPORTE, E.T263_REF_INCIDENTE,
                      E.T263_REF_ACLARACION, E.T263_REF_ORIGEN,
                      R.T264_PROGRAMA, E.T263_ESTADO,
                      CHAR(E.T263_FEC_RECONOCE, ISO)
                 FROM MBDT264 R with(nolock),
                      MBDT263 E with(nolock)
                WHERE R.T264_ENT   = :E219-ENT-ORIGIN
                  AND R.T264_FEC_RECUPERA
                      BETWEEN DATE(:WS-TRI-INI) AND DATE(:WS-TRI-FIN)
                  AND E.T263_ENT   = R.T264_ENT
                  AND E.T263_FOLIO = R.T264_FOLIO
                ORDER BY R.T264_FOLIO, R.T264_SEQ
           END-EXEC.
      *
           EXEC SQL
               OPEN C219REC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C219REC
                   INTO :WS-EVE-FOLIO, :WS-EVE-FECHA,
                        :WS-EVE-CATEGORIA, :WS-EVE-LINEA-NEG,
                        :WS-EVE-CAUSA, :WS-EVE-DESCRIPCION,
                        :WS-EVE-IMP-RECUPERADO,
                        :WS-EVE-REF-INCIDENTE, :WS-EVE-REF-ACLARACION,
                        :WS-EVE-REF-ORIGEN, :WS-EVE-PROGRAMA,
                        :WS-EVE-ESTADO, :WS-EVE-FEC-EVENTO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-ESCRIBE-RECUPERACION
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E219-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C219REC
           END-EXEC.
      *
           IF E219-NUM-EVENTOS  EQUAL 0 AND
              E219-NUM-RECUPERA EQUAL 0 AND
              E219-COD-RETURN   EQUAL CA-00
              MOVE CA-10                   TO E219-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3100-ESCRIBE-RECUPERACION: EL NETO DE LA RECUPERACION ES    *
      *     NEGATIVO (REDUCE LA PERDIDA DEL EVENTO ORIGINAL).          *
      ******************************************************************
       3100-ESCRIBE-RECUPERACION.
      *
           PERFORM 2900-ARMA-REGISTRO.
           MOVE 'R'                        TO FR-PER-TIPO-REG.
           MOVE WS-EVE-IMP-RECUPERADO      TO FR-PER-IMP-RECUPERA.
           COMPUTE FR-PER-IMP-NETO = 0 - WS-EVE-IMP-RECUPERADO.
           WRITE FR-PERDIDA-REG.
      *
           ADD 1                           TO E219-NUM-RECUPERA.
           ADD WS-EVE-IMP-RECUPERADO       TO E219-IMP-RECUPERADO.
      *
      ******************************************************************
      *.PN 4000-RESUMEN: PERDIDA BRUTA, RECUPERADO A LA FECHA Y NETO   *
      *     DE LOS EVENTOS DEL TRIMESTRE POR CATEGORIA Y LINEA DE      *
      *     NEGOCIO.                                                   *
      ******************************************************************
       4000-RESUMEN.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'CATEGORIA;LINEA;EVENTOS;PERDIDA BRUTA;'
                                           DELIMITED BY SIZE
                  'RECUPERADO;PERDIDA NETA'
                                           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           EXEC SQL
               DECLARE C219RES CURSOR FOR
               SELECT T263_CATEGORIA, T263_LINEA_NEG, COUNT(*),
                      SUM(T263_IMPORTE), SUM(T263_IMP_RECUPERADO)
                 FROM MBDT263 with(nolock)
                WHERE T263_ENT = :E219-ENT-ORIGIN
                  AND T263_FEC_RECONOCE
                      BETWEEN DATE(:WS-TRI-INI) AND DATE(:WS-TRI-FIN)
                GROUP BY T263_CATEGORIA, T263_LINEA_NEG
                ORDER BY T263_CATEGORIA, T263_LINEA_NEG
           END-EXEC.
      *
           EXEC SQL
               OPEN C219RES
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C219RES
                   INTO :WS-RES-CATEGORIA, :WS-RES-LINEA-NEG,
                        :WS-RES-NUM-EVENTOS, :WS-RES-IMP-BRUTO,
                        :WS-RES-IMP-RECUPERA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 4100-LINEA-RESUMEN
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E219-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C219RES
           END-EXEC.
      *
      ******************************************************************
      *.PN 4100-LINEA-RESUMEN.                                         *
      ******************************************************************
       4100-LINEA-RESUMEN.
      *
           MOVE WS-RES-NUM-EVENTOS         TO WS-EDIT-NUM.
           MOVE WS-RES-IMP-BRUTO           TO WS-EDIT-BRUTO.
           MOVE WS-RES-IMP-RECUPERA        TO WS-EDIT-RECUPERA.
           COMPUTE WS-EDIT-NETO = WS-RES-IMP-BRUTO
                                - WS-RES-IMP-RECUPERA.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-RES-CATEGORIA         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-RES-LINEA-NEG         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-BRUTO            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-RECUPERA         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NETO             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4900-TOTALES: REGISTRO DE CONTROL DEL ARCHIVO Y TOTALES DEL *
      *     REPORTE.                                                   *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE SPACES                     TO FR-CONTROL-REG.
           MOVE 'T'                        TO FR-CTL-TIPO-REG.
           MOVE E219-ENT-ORIGIN            TO FR-CTL-ENT.
           MOVE WS-PERIODO                 TO FR-CTL-PERIODO.
           MOVE E219-NUM-EVENTOS           TO FR-CTL-NUM-EVENTOS.
           MOVE E219-NUM-RECUPERA          TO FR-CTL-NUM-RECUPERA.
           MOVE E219-IMP-PERDIDA           TO FR-CTL-IMP-BRUTO.
           MOVE E219-IMP-RECUPERADO        TO FR-CTL-IMP-RECUPERA.
           WRITE FR-CONTROL-REG.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E219-NUM-EVENTOS           TO WS-EDIT-NUM.
           MOVE E219-IMP-PERDIDA           TO WS-EDIT-BRUTO.
           STRING 'EVENTOS DEL TRIMESTRE=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ' PERDIDA BRUTA='        DELIMITED BY SIZE
                  WS-EDIT-BRUTO            DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E219-NUM-RECUPERA          TO WS-EDIT-NUM.
           MOVE E219-IMP-RECUPERADO        TO WS-EDIT-RECUPERA.
           STRING 'RECUPERACIONES DEL TRIMESTRE='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ' IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-RECUPERA         DELIMITED BY SIZE
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
              CLOSE F-PERDIDAS
                    F-REPORTE
           END-IF.
      *
           GOBACK.
      *
