      ******************************************************************
      *  MB9B0222: CARGA DE LA REFERENCIA GEOGRAFICA PARA LA          *
      *            GEOCODIFICACION INVERSA DE MB7C0110.               *
      *            CARGA 'G': ARCHIVO DEL MARCO GEOESTADISTICO DE     *
      *            INEGI (LIMITES MUNICIPALES) YA LLEVADO A CELDAS DE *
      *            0.01 GRADOS: REGISTROS 'M' CON LA CLAVE Y NOMBRE   *
      *            DE ESTADO Y MUNICIPIO (MBDT270) Y REGISTROS 'C'    *
      *            CON LA ESQUINA SUROESTE DE LA CELDA EN CENTESIMAS  *
      *            DE GRADO Y EL MUNICIPIO QUE LA CONTIENE (MBDT269). *
      *            LAS CELDAS SE REEMPLAZAN COMPLETAS CON CADA        *
      *            VERSION; LOS MUNICIPIOS SE ACTUALIZAN SIN TOCAR SU *
      *            DESIGNACION DE RIESGO.                             *
      *            CARGA 'Z': LISTA VIGENTE DEL REGULADOR DE          *
      *            MUNICIPIOS DESIGNADOS ZONA DE ALTO RIESGO; LA      *
      *            LISTA NUEVA REEMPLAZA A LA ANTERIOR.               *
      *            LOS RECHAZOS Y TOTALES VAN AL REPORTE (GEORPT).    *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0222.
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
      *     @BAZ261    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-GEOREF ASSIGN TO GEOREF
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO GEORPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE MUNICIPIO ('M'). EL ARCHIVO TRAE PRIMERO LOS
      * MUNICIPIOS Y DESPUES SUS CELDAS.
       FD  F-GEOREF
           RECORDING MODE IS F.
       01  FR-GEO-MUNICIPIO.
           05 FR-GEO-TIPO-REG              PIC X(01).
              88 FR-GEO-REG-MUNICIPIO              VALUE 'M'.
              88 FR-GEO-REG-CELDA                  VALUE 'C'.
              88 FR-GEO-REG-ZONA                   VALUE 'Z'.
           05 FR-MUN-CVE-ENT               PIC X(02).
           05 FR-MUN-CVE-MUN               PIC X(03).
           05 FR-MUN-NOM-ENT               PIC X(40).
           05 FR-MUN-NOM-MUN               PIC X(60).
           05 FILLER                       PIC X(14).
      * REGISTRO DE CELDA ('C'): ESQUINA SUROESTE EN CENTESIMAS DE
      * GRADO (LATITUD 1450 = 14.50 N; LONGITUD -9915 = 99.15 O).
       01  FR-GEO-CELDA REDEFINES FR-GEO-MUNICIPIO.
           05 FILLER                       PIC X(01).
           05 FR-CEL-LAT-CELDA             PIC S9(05)
                                           SIGN LEADING SEPARATE.
           05 FR-CEL-LON-CELDA             PIC S9(05)
                                           SIGN LEADING SEPARATE.
           05 FR-CEL-CVE-ENT               PIC X(02).
           05 FR-CEL-CVE-MUN               PIC X(03).
           05 FILLER                       PIC X(102).
      * REGISTRO DE ZONA DE ALTO RIESGO ('Z').
       01  FR-GEO-ZONA REDEFINES FR-GEO-MUNICIPIO.
           05 FILLER                       PIC X(01).
           05 FR-ZON-CVE-ENT               PIC X(02).
           05 FR-ZON-CVE-MUN               PIC X(03).
           05 FR-ZON-FEC-DESIGNA           PIC X(10).
           05 FR-ZON-REF-OFICIO            PIC X(20).
           05 FILLER                       PIC X(84).
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
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-ZONA-SI                      PIC X(01)  VALUE 'S'.
       01  CA-ZONA-NO                      PIC X(01)  VALUE 'N'.
      *
      * MOTIVO DE RECHAZO DEL REGISTRO EN TURNO; ESPACIOS = SE CARGA.
       01  WS-MOTIVO-RECHAZO               PIC X(20)  VALUE SPACES.
          88 WS-REG-ACEPTADO                VALUE SPACES.
          88 WS-RECH-TIPO                   VALUE 'TIPO-REGISTRO'.
          88 WS-RECH-CLAVE                  VALUE 'CLAVE-INVALIDA'.
          88 WS-RECH-CELDA                  VALUE 'CELDA-INVALIDA'.
          88 WS-RECH-NO-EXISTE              VALUE 'MUN-NO-EXISTE'.
          88 WS-RECH-FECHA                  VALUE 'FECHA-INVALIDA'.
          88 WS-RECH-DUPLICADO              VALUE 'DUPLICADO'.
          88 WS-RECH-SQL                    VALUE 'ERROR-SQL'.
      *
       01  WS-LAT-CELDA                    PIC S9(09) COMP.
       01  WS-LON-CELDA                    PIC S9(09) COMP.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0222.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0222.
      *
           PERFORM 1000-START.
      *    ARCHIVO VACIO: '10' SIN TOCAR LA REFERENCIA VIGENTE.
           IF E222-RETURN-OK
              PERFORM 2010-LEE-REGISTRO
              IF WSS-FIN-ARCHIVO-SI
                 MOVE CA-10                TO E222-COD-RETURN
              END-IF
           END-IF.
           IF E222-RETURN-OK
              PERFORM 1100-LIMPIA-ANTERIOR
           END-IF.
           IF E222-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           IF E222-RETURN-OK OR E222-RETURN-SIN-DATOS
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E222-COD-RETURN.
           MOVE 0                          TO E222-NUM-LEIDOS
                                              E222-NUM-MUNICIPIOS
                                              E222-NUM-CELDAS
                                              E222-NUM-RECHAZADOS.
      *
           IF NOT E222-CARGA-GEOGRAFIA AND NOT E222-CARGA-ZONAS
              MOVE CA-99                   TO E222-COD-RETURN
           END-IF.
           IF E222-VERSION EQUAL SPACES
              MOVE CA-99                   TO E222-COD-RETURN
           END-IF.
      *
           IF E222-RETURN-OK
              OPEN INPUT  F-GEOREF
                   OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'CARGA DE REFERENCIA GEOGRAFICA TIPO '
                                           DELIMITED BY SIZE
                     E222-TIPO-CARGA       DELIMITED BY SIZE
                     ' VERSION '           DELIMITED BY SIZE
                     E222-VERSION          DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LIMPIA-ANTERIOR: LA VERSION NUEVA DEL MARCO REEMPLAZA  *
      *     TODAS LAS CELDAS; LA LISTA NUEVA DEL REGULADOR REEMPLAZA   *
      *     TODAS LAS DESIGNACIONES (UN MUNICIPIO QUE SALE DE LA LISTA *
      *     DEJA DE SER ZONA DE ALTO RIESGO). SOLO SE LIMPIA CUANDO EL *
      *     ARCHIVO TRAE AL MENOS UN REGISTRO (YA LEIDO).              *
      ******************************************************************
       1100-LIMPIA-ANTERIOR.
      *
           IF E222-CARGA-GEOGRAFIA
              EXEC SQL
                  DELETE FROM MBDT269
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE MBDT270
                     SET T270_ZONA_RIESGO = :CA-ZONA-NO,
                         T270_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T270_ZONA_RIESGO = :CA-ZONA-SI
              END-EXEC
           END-IF.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E222-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: UN REGISTRO A LA VEZ (EL PRIMERO YA SE LEYO   *
      *     ANTES DE LIMPIAR).                                         *
      ******************************************************************
       2000-PROCESS.
      *
           PERFORM 2100-PROCESA-REGISTRO
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
           IF E222-NUM-LEIDOS EQUAL 0 AND E222-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO E222-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2010-LEE-REGISTRO.                                          *
      ******************************************************************
       2010-LEE-REGISTRO.
      *
           READ F-GEOREF
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2100-PROCESA-REGISTRO: EL TIPO DE REGISTRO DEBE CORRESPONDER*
      *     AL TIPO DE CARGA.                                          *
      ******************************************************************
       2100-PROCESA-REGISTRO.
      *
           ADD 1 TO E222-NUM-LEIDOS.
           MOVE SPACES                     TO WS-MOTIVO-RECHAZO.
      *
           EVALUATE TRUE
               WHEN E222-CARGA-GEOGRAFIA AND FR-GEO-REG-MUNICIPIO
                    PERFORM 2200-CARGA-MUNICIPIO
               WHEN E222-CARGA-GEOGRAFIA AND FR-GEO-REG-CELDA
                    PERFORM 2300-CARGA-CELDA
               WHEN E222-CARGA-ZONAS AND FR-GEO-REG-ZONA
                    PERFORM 2400-DESIGNA-ZONA
               WHEN OTHER
                    SET WS-RECH-TIPO       TO TRUE
           END-EVALUATE.
      *
           IF NOT WS-REG-ACEPTADO
              PERFORM 2900-RECHAZO
           END-IF.
      *
           IF E222-RETURN-OK
              PERFORM 2010-LEE-REGISTRO
           ELSE
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2200-CARGA-MUNICIPIO: ACTUALIZA NOMBRES Y VERSION; SI NO    *
      *     EXISTE LO DA DE ALTA SIN DESIGNACION DE RIESGO.            *
      ******************************************************************
       2200-CARGA-MUNICIPIO.
      *
           IF FR-MUN-CVE-ENT NOT NUMERIC OR
              FR-MUN-CVE-MUN NOT NUMERIC
              SET WS-RECH-CLAVE            TO TRUE
           END-IF.
      *
           IF WS-REG-ACEPTADO
              EXEC SQL
                  UPDATE MBDT270
                     SET T270_NOM_ENT     = :FR-MUN-NOM-ENT,
                         T270_NOM_MUN     = :FR-MUN-NOM-MUN,
                         T270_VERSION     = :E222-VERSION,
                         T270_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T270_CVE_ENT = :FR-MUN-CVE-ENT
                     AND T270_CVE_MUN = :FR-MUN-CVE-MUN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                  WHEN SQL-88-OK
                       ADD 1 TO E222-NUM-MUNICIPIOS
                  WHEN SQL-88-NOT-FOUND
                       PERFORM 2210-ALTA-MUNICIPIO
                  WHEN OTHER
                       SET WS-RECH-SQL     TO TRUE
                       MOVE CA-99          TO E222-COD-RETURN
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN 2210-ALTA-MUNICIPIO.                                        *
      ******************************************************************
       2210-ALTA-MUNICIPIO.
      *
           EXEC SQL
               INSERT INTO MBDT270
                      (T270_CVE_ENT, T270_CVE_MUN, T270_NOM_ENT,
                       T270_NOM_MUN, T270_ZONA_RIESGO,
                       T270_FEC_DESIGNA, T270_REF_OFICIO,
                       T270_VERSION, T270_STP_LASTMOD)
               VALUES (:FR-MUN-CVE-ENT, :FR-MUN-CVE-MUN,
                       :FR-MUN-NOM-ENT, :FR-MUN-NOM-MUN,
                       :CA-ZONA-NO, NULL, ' ',
                       :E222-VERSION, CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1 TO E222-NUM-MUNICIPIOS
           ELSE
              SET WS-RECH-SQL              TO TRUE
              MOVE CA-99                   TO E222-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2300-CARGA-CELDA: LA CELDA DEBE CAER EN EL TERRITORIO       *
      *     (LATITUD 14 A 33 N, LONGITUD 86 A 119 O) Y APUNTAR A UN    *
      *     MUNICIPIO CARGADO.                                         *
      ******************************************************************
       2300-CARGA-CELDA.
      *
           IF FR-CEL-LAT-CELDA NOT NUMERIC OR
              FR-CEL-LON-CELDA NOT NUMERIC
              SET WS-RECH-CELDA            TO TRUE
           ELSE
              MOVE FR-CEL-LAT-CELDA        TO WS-LAT-CELDA
              MOVE FR-CEL-LON-CELDA        TO WS-LON-CELDA
              IF WS-LAT-CELDA < 1400  OR WS-LAT-CELDA > 3300 OR
                 WS-LON-CELDA < -11900 OR WS-LON-CELDA > -8600
                 SET WS-RECH-CELDA         TO TRUE
              END-IF
           END-IF.
      *
           IF WS-REG-ACEPTADO
              EXEC SQL
                  INSERT INTO MBDT269
                         (T269_LAT_CELDA, T269_LON_CELDA,
                          T269_CVE_ENT, T269_CVE_MUN, T269_VERSION,
                          T269_STP_CARGA)
                  SELECT :WS-LAT-CELDA, :WS-LON-CELDA,
                         T270_CVE_ENT, T270_CVE_MUN, :E222-VERSION,
                         CURRENT TIMESTAMP
                    FROM MBDT270
                   WHERE T270_CVE_ENT = :FR-CEL-CVE-ENT
                     AND T270_CVE_MUN = :FR-CEL-CVE-MUN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                  WHEN SQL-88-OK
                       ADD 1 TO E222-NUM-CELDAS
                  WHEN SQL-88-NOT-FOUND
                       SET WS-RECH-NO-EXISTE TO TRUE
                  WHEN SQL-88-DUPLICATE-VALUES
                       SET WS-RECH-DUPLICADO TO TRUE
                  WHEN OTHER
                       SET WS-RECH-SQL     TO TRUE
                       MOVE CA-99          TO E222-COD-RETURN
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN 2400-DESIGNA-ZONA: EL MUNICIPIO DE LA LISTA DEBE EXISTIR EN *
      *     LA REFERENCIA GEOGRAFICA.                                  *
      ******************************************************************
       2400-DESIGNA-ZONA.
      *
           IF FR-ZON-CVE-ENT NOT NUMERIC OR
              FR-ZON-CVE-MUN NOT NUMERIC
              SET WS-RECH-CLAVE            TO TRUE
           END-IF.
      *
           IF WS-REG-ACEPTADO AND
              (FR-ZON-FEC-DESIGNA(1:4) NOT NUMERIC OR
               FR-ZON-FEC-DESIGNA(5:1) NOT EQUAL '-' OR
               FR-ZON-FEC-DESIGNA(6:2) NOT NUMERIC OR
               FR-ZON-FEC-DESIGNA(8:1) NOT EQUAL '-' OR
               FR-ZON-FEC-DESIGNA(9:2) NOT NUMERIC)
              SET WS-RECH-FECHA            TO TRUE
           END-IF.
      *
           IF FR-ZON-REF-OFICIO EQUAL SPACES
              MOVE E222-VERSION            TO FR-ZON-REF-OFICIO
           END-IF.
      *
           IF WS-REG-ACEPTADO
              EXEC SQL
                  UPDATE MBDT270
                     SET T270_ZONA_RIESGO = :CA-ZONA-SI,
                         T270_FEC_DESIGNA = DATE(:FR-ZON-FEC-DESIGNA),
                         T270_REF_OFICIO  = :FR-ZON-REF-OFICIO,
                         T270_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T270_CVE_ENT = :FR-ZON-CVE-ENT
                     AND T270_CVE_MUN = :FR-ZON-CVE-MUN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                  WHEN SQL-88-OK
                       ADD 1 TO E222-NUM-MUNICIPIOS
                  WHEN SQL-88-NOT-FOUND
                       SET WS-RECH-NO-EXISTE TO TRUE
                  WHEN OTHER
                       SET WS-RECH-SQL     TO TRUE
                       MOVE CA-99          TO E222-COD-RETURN
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN 2900-RECHAZO: EL REGISTRO RECHAZADO VA AL REPORTE TAL CUAL  *
      *     CON SU MOTIVO.                                             *
      ******************************************************************
       2900-RECHAZO.
      *
           ADD 1 TO E222-NUM-RECHAZADOS.
           MOVE E222-NUM-LEIDOS            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'RECHAZO;'               DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  FR-GEO-MUNICIPIO(1:80)   DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4000-TOTALES.                                               *
      ******************************************************************
       4000-TOTALES.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E222-NUM-LEIDOS            TO WS-EDIT-NUM.
           STRING 'REGISTROS LEIDOS='      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E222-NUM-MUNICIPIOS        TO WS-EDIT-NUM.
           IF E222-CARGA-GEOGRAFIA
              STRING 'MUNICIPIOS CARGADOS='
                                           DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
           ELSE
              STRING 'MUNICIPIOS DESIGNADOS ZONA DE ALTO RIESGO='
                                           DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
           END-IF.
           WRITE FR-REPORTE-LINEA.
      *
           IF E222-CARGA-GEOGRAFIA
              MOVE SPACES                  TO FR-REPORTE-LINEA
              MOVE E222-NUM-CELDAS         TO WS-EDIT-NUM
              STRING 'CELDAS CARGADAS='    DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E222-NUM-RECHAZADOS        TO WS-EDIT-NUM.
           STRING 'REGISTROS RECHAZADOS='  DELIMITED BY SIZE
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
              CLOSE F-GEOREF
                    F-REPORTE
           END-IF.
      *
           GOBACK.
      *
