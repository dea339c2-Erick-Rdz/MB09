      ******************************************************************
      *  MB9B0226: REPORTE DIARIO DE COTIZACIONES EN FIRME DE TIPO DE *
      *            CAMBIO (MBDT277, MB7C0710). POR CADA COTIZACION    *
      *            HONRADA EN EL DIA COMPARA EL TIPO COTIZADO CONTRA  *
      *            EL TIPO VIGENTE AL EJECUTAR EL POSTEO Y CALCULA EL *
      *            EFECTO EN PESOS PARA EL BANCO (CLIENTE COMPRA:     *
      *            COTIZADO MENOS VIGENTE; CLIENTE VENDE: VIGENTE     *
      *            MENOS COTIZADO; POR EL IMPORTE USADO). ANTES MARCA *
      *            VENCIDAS ('E') LAS VIGENTES CUYO BLOQUEO YA PASO Y *
      *            CUENTA LAS EMITIDAS Y LAS VENCIDAS SIN USAR DEL    *
      *            DIA. EL REPORTE QUEDA EN COTIRPT.                  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0226.
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
      *     @BAZ264    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO COTIRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * UNA LINEA POR COTIZACION HONRADA, CAMPOS SEPARADOS POR ';':
      * ID;SUCURSAL;DIVISA;SENTIDO;CUENTA;OPERACION;IMPORTE;
      * TIPO COTIZADO;TIPO VIGENTE;DIFERENCIA;EFECTO.
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
       01  CA-VIGENTE                      PIC X(01)  VALUE 'V'.
       01  CA-USADA                        PIC X(01)  VALUE 'U'.
       01  CA-VENCIDA                      PIC X(01)  VALUE 'E'.
      *
      * COTIZACION HONRADA EN TURNO (CURSOR C226COT).
       01  WS-COTIZACION.
           05 WS-COT-ID                    PIC S9(09) COMP-3.
           05 WS-COT-CEN-REG               PIC X(04).
           05 WS-COT-FCC                   PIC X(03).
           05 WS-COT-SENTIDO               PIC X(01).
              88 WS-COT-CLIENTE-COMPRA             VALUE 'C'.
           05 WS-COT-ACC                   PIC X(10).
           05 WS-COT-COD-OPERATION         PIC X(03).
           05 WS-COT-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-COT-TIPO-COTIZADO         PIC S9(06)V9(06) COMP-3.
           05 WS-COT-TIPO-EJECUCION        PIC S9(06)V9(06) COMP-3.
      *
       01  WS-DIFERENCIA                   PIC S9(06)V9(06) COMP-3.
       01  WS-EFECTO                       PIC S9(13)V9(02) COMP-3.
       01  WS-TOT-EFECTO                   PIC S9(13)V9(02) COMP-3.
       01  WS-NUM-COTIZADAS                PIC S9(09) COMP.
       01  WS-NUM-VENCIDAS                 PIC S9(09) COMP.
      *
       01  WS-EDIT-ID                      PIC 9(09).
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
       01  WS-EDIT-IMPORTE                 PIC -(13)9.99.
       01  WS-EDIT-EFECTO                  PIC -(13)9.99.
       01  WS-EDIT-COTIZADO                PIC -(06)9.9(06).
       01  WS-EDIT-VIGENTE                 PIC -(06)9.9(06).
       01  WS-EDIT-DIFERENCIA              PIC -(06)9.9(06).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0226.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0226.
      *
           PERFORM 1000-START.
           IF E226-RETURN-OK
              PERFORM 1100-MARCA-VENCIDAS
           END-IF.
           IF E226-RETURN-OK
              PERFORM 1200-CUENTA-DIA
           END-IF.
           IF E226-RETURN-OK
              PERFORM 2000-REPORTA-USADAS
           END-IF.
           IF E226-RETURN-OK AND
              E226-NUM-COTIZADAS EQUAL 0 AND
              E226-NUM-USADAS    EQUAL 0
              MOVE CA-10                   TO E226-COD-RETURN
           END-IF.
           IF E226-RETURN-OK OR E226-RETURN-SIN-DATOS
              PERFORM 4000-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E226-COD-RETURN.
           MOVE 0                          TO E226-NUM-COTIZADAS
                                              E226-NUM-USADAS
                                              E226-NUM-VENCIDAS
                                              E226-NUM-SIN-TIPO
                                              E226-EFECTO
                                              WS-TOT-EFECTO.
      *
           IF E226-ENT-ORIGIN    EQUAL SPACES OR
              E226-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E226-COD-RETURN
           END-IF.
      *
           IF E226-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'COTIZACIONES EN FIRME DE TIPO DE CAMBIO ENTIDAD '
                                           DELIMITED BY SIZE
                     E226-ENT-ORIGIN       DELIMITED BY SIZE
                     ' AL '                DELIMITED BY SIZE
                     E226-FECHA-PROCESO    DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-MARCA-VENCIDAS: VIGENTES CUYO BLOQUEO YA PASO. MB7C0710*
      *     YA NO LAS HONRA AUNQUE SIGAN EN 'V'; ESTO SOLO LAS DEJA    *
      *     CON SU ESTADO FINAL PARA EL CONTEO.                        *
      ******************************************************************
       1100-MARCA-VENCIDAS.
      *
           EXEC SQL
               UPDATE MBDT277
                  SET T277_ESTADO      = :CA-VENCIDA,
                      T277_STP_LASTMOD = CURRENT TIMESTAMP
                WHERE T277_ENT       = :E226-ENT-ORIGIN
                  AND T277_ESTADO    = :CA-VIGENTE
                  AND T277_STP_VENCE < CURRENT TIMESTAMP
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E226-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 1200-CUENTA-DIA: EMITIDAS EN EL DIA Y CUANTAS DE ELLAS      *
      *     VENCIERON SIN USARSE.                                      *
      ******************************************************************
       1200-CUENTA-DIA.
      *
           MOVE 0                          TO WS-NUM-COTIZADAS
                                              WS-NUM-VENCIDAS.
      *
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN T277_ESTADO = :CA-VENCIDA
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-NUM-COTIZADAS, :WS-NUM-VENCIDAS
                 FROM MBDT277 with (nolock)
                WHERE T277_ENT = :E226-ENT-ORIGIN
                  AND DATE(T277_STP_COTIZA) = DATE(:E226-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              MOVE WS-NUM-COTIZADAS        TO E226-NUM-COTIZADAS
              MOVE WS-NUM-VENCIDAS         TO E226-NUM-VENCIDAS
           ELSE
              MOVE CA-99                   TO E226-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-REPORTA-USADAS: COTIZACIONES HONRADAS EN EL DIA, SEAN  *
      *     DEL DIA O DE LA NOCHE ANTERIOR.                            *
      ******************************************************************
       2000-REPORTA-USADAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'ID;SUCURSAL;DIVISA;SENTIDO;CUENTA;OPERACION;'
                                           DELIMITED BY SIZE
                  'IMPORTE;TIPO COTIZADO;TIPO VIGENTE;DIFERENCIA;'
                                           DELIMITED BY SIZE
                  'EFECTO'                 DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           EXEC SQL
               DECLARE C226COT CURSOR FOR
               SELECT T277_ID_COTIZA, T277_CEN_REG, T277_FCC,
                      T277_SENTIDO, T277_ACC, T277_COD_OPERATION,
                      T277_IMPORTE_USADO, T277_TIPO_COTIZADO,
                      T277_TIPO_EJECUCION
                 FROM MBDT277 with (nolock)
                WHERE T277_ENT     = :E226-ENT-ORIGIN
                  AND T277_ESTADO  = :CA-USADA
                  AND DATE(T277_STP_USO) = DATE(:E226-FECHA-PROCESO)
                ORDER BY T277_CEN_REG, T277_FCC, T277_ID_COTIZA
           END-EXEC.
      *
           EXEC SQL
               OPEN C226COT
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C226COT
                   INTO :WS-COT-ID, :WS-COT-CEN-REG, :WS-COT-FCC,
                        :WS-COT-SENTIDO, :WS-COT-ACC,
                        :WS-COT-COD-OPERATION, :WS-COT-IMPORTE,
                        :WS-COT-TIPO-COTIZADO, :WS-COT-TIPO-EJECUCION
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2010-COMPARA-COTIZACION
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E226-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C226COT
           END-EXEC.
      *
      ******************************************************************
      *.PN 2010-COMPARA-COTIZACION: SIN TIPO VIGENTE AL EJECUTAR (LAS  *
      *     RUTINAS DE TIPO NO RESPONDIERON) NO HAY CONTRA QUE         *
      *     COMPARAR; SE REPORTA Y NO ENTRA AL EFECTO.                 *
      ******************************************************************
       2010-COMPARA-COTIZACION.
      *
           ADD 1                           TO E226-NUM-USADAS.
           MOVE 0                          TO WS-DIFERENCIA
                                              WS-EFECTO.
      *
           IF WS-COT-TIPO-EJECUCION EQUAL 0
              ADD 1                        TO E226-NUM-SIN-TIPO
           ELSE
              COMPUTE WS-DIFERENCIA = WS-COT-TIPO-EJECUCION -
                                      WS-COT-TIPO-COTIZADO
              IF WS-COT-CLIENTE-COMPRA
                 COMPUTE WS-EFECTO ROUNDED =
                         (0 - WS-DIFERENCIA) * WS-COT-IMPORTE
              ELSE
                 COMPUTE WS-EFECTO ROUNDED =
                         WS-DIFERENCIA * WS-COT-IMPORTE
              END-IF
              ADD WS-EFECTO                TO WS-TOT-EFECTO
           END-IF.
      *
           MOVE WS-COT-ID                  TO WS-EDIT-ID.
           MOVE WS-COT-IMPORTE             TO WS-EDIT-IMPORTE.
           MOVE WS-COT-TIPO-COTIZADO       TO WS-EDIT-COTIZADO.
           MOVE WS-COT-TIPO-EJECUCION      TO WS-EDIT-VIGENTE.
           MOVE WS-DIFERENCIA              TO WS-EDIT-DIFERENCIA.
           MOVE WS-EFECTO                  TO WS-EDIT-EFECTO.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-EDIT-ID               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-COT-CEN-REG           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-COT-FCC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-COT-SENTIDO           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-COT-ACC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-COT-COD-OPERATION     DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-IMPORTE          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-COTIZADO         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-VIGENTE          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-DIFERENCIA       DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-EFECTO           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           IF WS-COT-TIPO-EJECUCION EQUAL 0
              MOVE 'SIN TIPO'              TO FR-REPORTE-LINEA(124:8)
           END-IF.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4000-TOTALES.                                               *
      ******************************************************************
       4000-TOTALES.
      *
           MOVE WS-TOT-EFECTO              TO E226-EFECTO.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E226-NUM-COTIZADAS         TO WS-EDIT-NUM.
           STRING 'COTIZACIONES EMITIDAS=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E226-NUM-USADAS            TO WS-EDIT-NUM.
           STRING 'COTIZACIONES HONRADAS=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E226-NUM-VENCIDAS          TO WS-EDIT-NUM.
           STRING 'VENCIDAS SIN USAR='     DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E226-NUM-SIN-TIPO          TO WS-EDIT-NUM.
           STRING 'HONRADAS SIN TIPO VIGENTE='
                                           DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE WS-TOT-EFECTO              TO WS-EDIT-EFECTO.
           STRING 'EFECTO PARA EL BANCO='  DELIMITED BY SIZE
                  WS-EDIT-EFECTO           DELIMITED BY SIZE
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
