      ******************************************************************
      *  MB9B0223: REPORTE MENSUAL POR CLIENTE DE OPERACIONES EN      *
      *            ZONAS DE ALTO RIESGO.                              *
      *            TOMA LAS OPERACIONES GEOCODIFICADAS POR MB7C0110   *
      *            (MBDT271) DEL MES ANTERIOR AL PROCESO QUE CAYERON  *
      *            EN UN MUNICIPIO DESIGNADO ZONA DE ALTO RIESGO AL   *
      *            MOMENTO DE LA OPERACION, Y POR CLIENTE Y MUNICIPIO *
      *            REPORTA NUMERO E IMPORTE DE OPERACIONES JUNTO CON  *
      *            EL TOTAL DE OPERACIONES DEL CLIENTE EN EL MES.     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0223.
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
           SELECT F-REPORTE ASSIGN TO ZRIESRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * UNA LINEA POR CLIENTE Y MUNICIPIO, CAMPOS SEPARADOS POR ';':
      * CLIENTE;CVE ESTADO;ESTADO;CVE MUNICIPIO;MUNICIPIO;
      * OPERACIONES EN ZONA;IMPORTE EN ZONA;OPERACIONES DEL MES.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(250).
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
       01  CA-ZONA-SI                      PIC X(01)  VALUE 'S'.
      *
      * CLIENTE Y MUNICIPIO EN TURNO.
       01  WS-ZONA.
           05 WS-ZON-NUM-CUS               PIC X(08).
           05 WS-ZON-CVE-ENT               PIC X(02).
           05 WS-ZON-NOM-ENT               PIC X(40).
           05 WS-ZON-CVE-MUN               PIC X(03).
           05 WS-ZON-NOM-MUN               PIC X(60).
           05 WS-ZON-NUM-OPE               PIC S9(09) COMP.
           05 WS-ZON-IMPORTE               PIC S9(15)V9(02) COMP-3.
           05 WS-ZON-TOT-OPE               PIC S9(09) COMP.
       01  WS-CLTE-ANT                     PIC X(08)  VALUE SPACES.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-TOT                     PIC ZZZZZZZZ9.
       01  WS-EDIT-IMPORTE                 PIC -(15)9.99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0223.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0223.
      *
           PERFORM 1000-START.
           IF E223-RETURN-OK
              PERFORM 1200-CALCULA-PERIODO
           END-IF.
           IF E223-RETURN-OK
              PERFORM 2000-RECORRE-ZONAS
           END-IF.
           IF E223-RETURN-OK OR E223-RETURN-SIN-DATOS
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E223-COD-RETURN.
           MOVE SPACES                     TO E223-MES-INI
                                              E223-MES-FIN.
           MOVE 0                          TO E223-NUM-CLIENTES
                                              E223-NUM-OPERACIONES
                                              E223-IMPORTE.
      *
           IF E223-ENT-ORIGIN    EQUAL SPACES OR
              E223-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E223-COD-RETURN
           END-IF.
      *
           IF E223-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 1200-CALCULA-PERIODO: MES REPORTADO = EL ANTERIOR AL DIA DE *
      *     PROCESO.                                                   *
      ******************************************************************
       1200-CALCULA-PERIODO.
      *
           EXEC SQL
               SELECT CHAR(ADD_MONTHS(DATE(:E223-FECHA-PROCESO) -
                           (DAY(DATE(:E223-FECHA-PROCESO)) - 1) DAYS,
                           -1)),
                      CHAR(DATE(:E223-FECHA-PROCESO) -
                           DAY(DATE(:E223-FECHA-PROCESO)) DAYS)
                 INTO :E223-MES-INI, :E223-MES-FIN
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E223-COD-RETURN
           ELSE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'OPERACIONES EN ZONAS DE ALTO RIESGO ENTIDAD '
                                           DELIMITED BY SIZE
                     E223-ENT-ORIGIN       DELIMITED BY SIZE
                     ' DEL '               DELIMITED BY SIZE
                     E223-MES-INI          DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     E223-MES-FIN          DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-RECORRE-ZONAS: OPERACIONES DEL MES EN ZONA DE ALTO     *
      *     RIESGO AGRUPADAS POR CLIENTE Y MUNICIPIO. LA DESIGNACION   *
      *     ES LA QUE TENIA EL MUNICIPIO AL OPERAR (T271_ZONA_RIESGO), *
      *     NO LA VIGENTE.                                             *
      ******************************************************************
       2000-RECORRE-ZONAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
           MOVE SPACES                     TO WS-CLTE-ANT.
      *
           EXEC SQL
               DECLARE C223ZRI CURSOR FOR
               SELECT Z.T271_NUM_CUS, Z.T271_CVE_ENT,
                      COALESCE(M.T270_NOM_ENT, ' '),
                      Z.T271_CVE_MUN,
                      COALESCE(M.T270_NOM_MUN, ' '),
                      COUNT(*), SUM(Z.T271_IMPORTE),
                      (SELECT COUNT(*)
                         FROM MBDT271 T
                        WHERE T.T271_ENT     = Z.T271_ENT
                          AND T.T271_NUM_CUS = Z.T271_NUM_CUS
                          AND T.T271_FEC_OPER
                              BETWEEN DATE(:E223-MES-INI)
                                  AND DATE(:E223-MES-FIN))
                 FROM MBDT271 Z
                 LEFT JOIN MBDT270 M
                   ON M.T270_CVE_ENT = Z.T271_CVE_ENT
                  AND M.T270_CVE_MUN = Z.T271_CVE_MUN
                WHERE Z.T271_ENT         = :E223-ENT-ORIGIN
                  AND Z.T271_ZONA_RIESGO = :CA-ZONA-SI
                  AND Z.T271_FEC_OPER
                      BETWEEN DATE(:E223-MES-INI)
                          AND DATE(:E223-MES-FIN)
                GROUP BY Z.T271_ENT, Z.T271_NUM_CUS, Z.T271_CVE_ENT,
                         M.T270_NOM_ENT, Z.T271_CVE_MUN,
                         M.T270_NOM_MUN
                ORDER BY 1, 2, 4
           END-EXEC.
      *
           EXEC SQL
               OPEN C223ZRI
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C223ZRI
                   INTO :WS-ZON-NUM-CUS, :WS-ZON-CVE-ENT,
                        :WS-ZON-NOM-ENT, :WS-ZON-CVE-MUN,
                        :WS-ZON-NOM-MUN, :WS-ZON-NUM-OPE,
                        :WS-ZON-IMPORTE, :WS-ZON-TOT-OPE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-ESCRIBE-ZONA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E223-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C223ZRI
           END-EXEC.
      *
           IF E223-RETURN-OK AND E223-NUM-OPERACIONES EQUAL 0
              MOVE CA-10                   TO E223-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-ESCRIBE-ZONA: LINEA DEL CLIENTE Y MUNICIPIO; EL CLIENTE*
      *     SE CUENTA UNA SOLA VEZ AUNQUE OPERE EN VARIOS MUNICIPIOS.  *
      ******************************************************************
       2100-ESCRIBE-ZONA.
      *
           IF WS-ZON-NUM-CUS NOT EQUAL WS-CLTE-ANT
              MOVE WS-ZON-NUM-CUS          TO WS-CLTE-ANT
              ADD 1                        TO E223-NUM-CLIENTES
           END-IF.
           ADD WS-ZON-NUM-OPE              TO E223-NUM-OPERACIONES.
           ADD WS-ZON-IMPORTE              TO E223-IMPORTE.
      *
           MOVE WS-ZON-NUM-OPE             TO WS-EDIT-NUM.
           MOVE WS-ZON-TOT-OPE             TO WS-EDIT-TOT.
           MOVE WS-ZON-IMPORTE             TO WS-EDIT-IMPORTE.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-ZON-NUM-CUS           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ZON-CVE-ENT           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ZON-NOM-ENT           DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  WS-ZON-CVE-MUN           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ZON-NOM-MUN           DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPORTE          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-TOT              DELIMITED BY SIZE
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
           MOVE E223-NUM-CLIENTES          TO WS-EDIT-NUM.
           STRING 'CLIENTES='              DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E223-NUM-OPERACIONES       TO WS-EDIT-NUM.
           STRING 'OPERACIONES EN ZONA='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E223-IMPORTE               TO WS-EDIT-IMPORTE.
           STRING 'IMPORTE EN ZONA='       DELIMITED BY SIZE
                  WS-EDIT-IMPORTE          DELIMITED BY SIZE
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
