      ******************************************************************
      *  MB9B0187: PRONOSTICO DE RUTA CRITICA DE LA VENTANA NOCTURNA. *
      *            MB9B0199 REGISTRA INICIO Y FIN DE CADA JOB EN      *
      *            MBDT154 Y VALIDA SUS DEPENDENCIAS EN MBDT155; PERO *
      *            QUE LA VENTANA IBA TARDE SE SABIA HASTA QUE EL DIA *
      *            EN LINEA ESTABA POR ABRIR. ESTE PROCESO DE CICLO   *
      *            CORTO CAMINA EL GRAFO DE MBDT155; TOMA LA DURACION *
      *            PROMEDIO DE CADA JOB DE SUS CORRIDAS OK EN MBDT154 *
      *            (ULTIMAS N NOCHES) Y PROYECTA EL FIN DE CADA JOB:  *
      *            - TERMINADO ('OK'/'SK'): SU FIN REAL;              *
      *            - EJECUTANDO: INICIO MAS SU PROMEDIO (SI YA SE     *
      *              PASO; AL MENOS UN MINUTO MAS);                   *
      *            - PENDIENTE O EN ERROR: EL FIN MAS TARDIO DE SUS   *
      *              REQUISITOS (O AHORA) MAS SU PROMEDIO.            *
      *            EL FIN MAS TARDIO ES EL DE LA VENTANA; LA CADENA   *
      *            DE REQUISITOS QUE LO DETERMINA ES LA RUTA CRITICA. *
      *            LA PROYECCION QUEDA EN MBDT210 (LA MUESTRA         *
      *            MB7C0170 JUNTO A CADA JOB PENDIENTE) Y SI CRUZA LA *
      *            HORA DE APERTURA SE LEVANTA INCIDENTE EN QGDT888   *
      *            (QG1CINC; ABCODE 'RCRT') NOMBRANDO EL PRIMER JOB   *
      *            SIN TERMINAR DE LA RUTA CRITICA; UNO POR JOB Y     *
      *            FECHA (LAS SIGUIENTES CORRIDAS NO LO REPITEN).     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0187.
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
      *     @BAZ219    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-HUBO-CAMBIO               PIC X(01) VALUE 'N'.
              88 WSS-HUBO-CAMBIO-SI                 VALUE 'S'.
           05 WSS-REQ-LISTOS                PIC X(01) VALUE 'N'.
              88 WSS-REQ-LISTOS-SI                  VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-TERMINO-OK                   PIC X(02)  VALUE 'OK'.
       01  CA-BRINCADO                     PIC X(02)  VALUE 'SK'.
       01  CA-EJECUTANDO                   PIC X(02)  VALUE 'EJ'.
       01  CA-ABCODE-RUTA                  PIC X(04)  VALUE 'RCRT'.
       01  CA-MB9B0187                     PIC X(08)  VALUE 'MB9B0187'.
       01  CA-QG1CINC                      PIC X(08)  VALUE 'QG1CINC'.
       01  CA-DIAS-DEFAULT                 PIC 9(03)  VALUE 20.
       01  CA-MAX-JOBS                     PIC S9(04) COMP VALUE 300.
       01  CA-MAX-DEPS                     PIC S9(04) COMP VALUE 1500.
      *
      * JOBS DEL GRAFO CON SU PROMEDIO Y SU FIN PROYECTADO. LOS FINES
      * SE MANEJAN EN MINUTOS RELATIVOS A LA HORA DE LA CORRIDA
      * (NEGATIVO = YA TERMINO).
       01  WS-TAB-JOBS.
           05 WS-NUM-JOBS                  PIC S9(04) COMP VALUE 0.
           05 WS-JOB OCCURS 300 TIMES.
              10 WS-JOB-NOMBRE             PIC X(08).
              10 WS-JOB-ESTADO             PIC X(02).
              10 WS-JOB-MIN-PROM           PIC S9(07) COMP.
              10 WS-JOB-MIN-TRANSC         PIC S9(07) COMP.
              10 WS-JOB-MIN-FIN            PIC S9(07) COMP.
              10 WS-JOB-PREVIO             PIC S9(04) COMP.
              10 WS-JOB-CALCULADO          PIC X(01).
                 88 WS-JOB-CALCULADO-SI            VALUE 'S'.
              10 WS-JOB-CRITICO            PIC X(01).
      *
      * ARISTAS DEL GRAFO (MBDT155) YA TRADUCIDAS A SUBINDICES.
       01  WS-TAB-DEPS.
           05 WS-NUM-DEPS                  PIC S9(04) COMP VALUE 0.
           05 WS-DEP OCCURS 1500 TIMES.
              10 WS-DEP-IX-JOB             PIC S9(04) COMP.
              10 WS-DEP-IX-REQ             PIC S9(04) COMP.
      *
      * RENGLON DEL CURSOR DE JOBS.
       01  WS-CUR-JOB.
           05 WS-CUR-NOMBRE                PIC X(08).
           05 WS-CUR-ESTADO                PIC X(02).
           05 WS-CUR-MIN-PROM              PIC S9(07) COMP.
           05 WS-CUR-MIN-TRANSC            PIC S9(07) COMP.
      *
       01  WS-CUR-DEP.
           05 WS-CUR-DEP-JOB               PIC X(08).
           05 WS-CUR-DEP-REQ               PIC X(08).
      *
       01  WS-IX                           PIC S9(04) COMP.
       01  WS-IX-DEP                       PIC S9(04) COMP.
       01  WS-IX-BUSCA                     PIC S9(04) COMP.
       01  WS-IX-ENCONTRADO                PIC S9(04) COMP.
       01  WS-IX-FINAL                     PIC S9(04) COMP.
       01  WS-IX-CRITICO                   PIC S9(04) COMP.
       01  WS-NUM-PASADAS                  PIC S9(04) COMP.
       01  WS-NOMBRE-BUSCA                 PIC X(08).
       01  WS-MIN-INICIO                   PIC S9(07) COMP.
       01  WS-MIN-CORTE                    PIC S9(07) COMP.
       01  WS-PREVIO-MAX                   PIC S9(04) COMP.
       01  WS-NUM-INCIDENTES               PIC S9(09) COMP.
       01  WS-DIAS-HISTORIA                PIC S9(04) COMP.
       01  WS-REFERENCIA                   PIC X(20).
      *
      * AREAS PARA EL ALTA DEL INCIDENTE (CALL QG1CINC).
           COPY DFHEIBLK.
       01  VA-QGECINC.
           COPY QGECINC.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0187.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0187.
      *
           PERFORM 1000-START.
           IF E187-RETURN-OK
              PERFORM 2000-CARGA-JOBS
           END-IF.
           IF E187-RETURN-OK
              PERFORM 2500-CARGA-DEPENDENCIAS
           END-IF.
           IF E187-RETURN-OK
              PERFORM 3000-PROYECTA-VENTANA
           END-IF.
           IF E187-RETURN-OK
              PERFORM 4000-GUARDA-PROYECCION
           END-IF.
           IF E187-RETURN-OK
              PERFORM 4500-EVALUA-CORTE
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E187-COD-RETURN.
           MOVE 0                          TO E187-NUM-JOBS
                                              E187-NUM-PENDIENTES
                                              E187-MIN-EXCESO.
           MOVE SPACES                     TO E187-JOB-FINAL
                                              E187-STP-PROYECTADO
                                              E187-JOB-CRITICO.
      *
           IF E187-FECHA-PROCESO EQUAL SPACES OR
              E187-HORA-APERTURA EQUAL SPACES
              MOVE CA-99                   TO E187-COD-RETURN
           END-IF.
      *
           IF E187-DIAS-HISTORIA NOT NUMERIC OR
              E187-DIAS-HISTORIA EQUAL ZEROES
              MOVE CA-DIAS-DEFAULT         TO WS-DIAS-HISTORIA
           ELSE
              MOVE E187-DIAS-HISTORIA      TO WS-DIAS-HISTORIA
           END-IF.
      *
      *    MINUTOS DE AHORA A LA APERTURA DEL DIA SIGUIENTE.
           IF E187-RETURN-OK
              EXEC SQL
                  SELECT (DAYS(DATE(:E187-FECHA-PROCESO) + 1 DAY) -
                          DAYS(CURRENT TIMESTAMP)) * 1440 +
                         (MIDNIGHT_SECONDS(TIME(:E187-HORA-APERTURA))
                          - MIDNIGHT_SECONDS(CURRENT TIMESTAMP)) / 60
                    INTO :WS-MIN-CORTE
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E187-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CARGA-JOBS: TODO JOB QUE APARECE EN EL GRAFO (COMO     *
      *     JOB O COMO REQUISITO) O QUE YA ARRANCO HOY; CON SU         *
      *     PROMEDIO DE LAS CORRIDAS OK DE LAS ULTIMAS NOCHES Y SU     *
      *     ESTADO Y MINUTOS DE HOY.                                   *
      ******************************************************************
       2000-CARGA-JOBS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C187JOB CURSOR FOR
               SELECT J.JOBNAME,
                      COALESCE(C.T154_ESTADO, '  '),
                      COALESCE(H.MIN_PROM, 0),
                      COALESCE(
                      CASE WHEN C.T154_ESTADO IN (:CA-TERMINO-OK,
                                                  :CA-BRINCADO)
                           THEN (DAYS(C.T154_STP_FIN) -
                                 DAYS(CURRENT TIMESTAMP)) * 1440 +
                                (MIDNIGHT_SECONDS(C.T154_STP_FIN) -
                                 MIDNIGHT_SECONDS(CURRENT TIMESTAMP))
                                / 60
                           ELSE (DAYS(CURRENT TIMESTAMP) -
                                 DAYS(C.T154_STP_INICIO)) * 1440 +
                                (MIDNIGHT_SECONDS(CURRENT TIMESTAMP) -
                                 MIDNIGHT_SECONDS(C.T154_STP_INICIO))
                                / 60
                      END, 0)
                 FROM (SELECT T155_JOBNAME AS JOBNAME
                         FROM MBDT155
                       UNION
                       SELECT T155_JOB_REQUISITO
                         FROM MBDT155
                       UNION
                       SELECT T154_JOBNAME
                         FROM MBDT154
                        WHERE T154_DAT_PROCESO =
                              DATE(:E187-FECHA-PROCESO)) J
                 LEFT OUTER JOIN
                      (SELECT T154_JOBNAME,
                              AVG((DAYS(T154_STP_FIN) -
                                   DAYS(T154_STP_INICIO)) * 1440 +
                                  (MIDNIGHT_SECONDS(T154_STP_FIN) -
                                   MIDNIGHT_SECONDS(T154_STP_INICIO))
                                  / 60) AS MIN_PROM
                         FROM MBDT154
                        WHERE T154_ESTADO = :CA-TERMINO-OK
                          AND T154_DAT_PROCESO <
                              DATE(:E187-FECHA-PROCESO)
                          AND T154_DAT_PROCESO >=
                              DATE(:E187-FECHA-PROCESO) -
                              :WS-DIAS-HISTORIA DAYS
                        GROUP BY T154_JOBNAME) H
                   ON H.T154_JOBNAME = J.JOBNAME
                 LEFT OUTER JOIN MBDT154 C
                   ON C.T154_JOBNAME     = J.JOBNAME
                  AND C.T154_DAT_PROCESO =
                      DATE(:E187-FECHA-PROCESO)
                ORDER BY J.JOBNAME
           END-EXEC.
      *
           EXEC SQL
               OPEN C187JOB
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C187JOB
                   INTO :WS-CUR-NOMBRE, :WS-CUR-ESTADO,
                        :WS-CUR-MIN-PROM, :WS-CUR-MIN-TRANSC
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-AGREGA-JOB
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E187-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C187JOB
           END-EXEC.
      *
           IF WS-NUM-JOBS EQUAL 0 AND E187-RETURN-OK
              MOVE CA-10                   TO E187-COD-RETURN
           END-IF.
           MOVE WS-NUM-JOBS                TO E187-NUM-JOBS.
      *
      ******************************************************************
      *.PN 2100-AGREGA-JOB: LA TABLA TIENE TOPE; UN GRAFO MAS GRANDE   *
      *     ES ERROR DE CONFIGURACION Y SE REPORTA COMO TAL.           *
      ******************************************************************
       2100-AGREGA-JOB.
      *
           IF WS-NUM-JOBS NOT LESS CA-MAX-JOBS
              MOVE CA-99                   TO E187-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           ELSE
              ADD 1                        TO WS-NUM-JOBS
              MOVE WS-NUM-JOBS             TO WS-IX
              MOVE WS-CUR-NOMBRE           TO WS-JOB-NOMBRE(WS-IX)
              MOVE WS-CUR-ESTADO           TO WS-JOB-ESTADO(WS-IX)
              MOVE WS-CUR-MIN-PROM         TO WS-JOB-MIN-PROM(WS-IX)
              MOVE WS-CUR-MIN-TRANSC       TO WS-JOB-MIN-TRANSC(WS-IX)
              MOVE 0                       TO WS-JOB-MIN-FIN(WS-IX)
                                              WS-JOB-PREVIO(WS-IX)
              MOVE 'N'                     TO WS-JOB-CALCULADO(WS-IX)
                                              WS-JOB-CRITICO(WS-IX)
           END-IF.
      *
      ******************************************************************
      *.PN 2500-CARGA-DEPENDENCIAS.                                    *
      ******************************************************************
       2500-CARGA-DEPENDENCIAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C187DEP CURSOR FOR
               SELECT T155_JOBNAME, T155_JOB_REQUISITO
                 FROM MBDT155
                ORDER BY T155_JOBNAME
           END-EXEC.
      *
           EXEC SQL
               OPEN C187DEP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C187DEP
                   INTO :WS-CUR-DEP-JOB, :WS-CUR-DEP-REQ
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2600-AGREGA-DEPENDENCIA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E187-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C187DEP
           END-EXEC.
      *
      ******************************************************************
      *.PN 2600-AGREGA-DEPENDENCIA.                                    *
      ******************************************************************
       2600-AGREGA-DEPENDENCIA.
      *
           IF WS-NUM-DEPS NOT LESS CA-MAX-DEPS
              MOVE CA-99                   TO E187-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           ELSE
              ADD 1                        TO WS-NUM-DEPS
              MOVE WS-CUR-DEP-JOB          TO WS-NOMBRE-BUSCA
              PERFORM 2700-BUSCA-JOB
              MOVE WS-IX-ENCONTRADO        TO WS-DEP-IX-JOB(WS-NUM-DEPS)
              MOVE WS-CUR-DEP-REQ          TO WS-NOMBRE-BUSCA
              PERFORM 2700-BUSCA-JOB
              MOVE WS-IX-ENCONTRADO        TO WS-DEP-IX-REQ(WS-NUM-DEPS)
           END-IF.
      *
      ******************************************************************
      *.PN 2700-BUSCA-JOB: SUBINDICE DEL JOB EN LA TABLA (LA TABLA SE  *
      *     CARGO ORDENADA PERO ES CHICA; LA BUSQUEDA ES SECUENCIAL).  *
      ******************************************************************
       2700-BUSCA-JOB.
      *
           MOVE 0                          TO WS-IX-ENCONTRADO.
           PERFORM 2710-COMPARA-JOB
                   VARYING WS-IX-BUSCA FROM 1 BY 1
                   UNTIL WS-IX-BUSCA > WS-NUM-JOBS
                      OR WS-IX-ENCONTRADO > 0.
      *
       2710-COMPARA-JOB.
      *
           IF WS-JOB-NOMBRE(WS-IX-BUSCA) EQUAL WS-NOMBRE-BUSCA
              MOVE WS-IX-BUSCA             TO WS-IX-ENCONTRADO
           END-IF.
      *
      ******************************************************************
      *.PN 3000-PROYECTA-VENTANA: PASADAS SOBRE LA TABLA HASTA QUE     *
      *     NINGUN JOB NUEVO QUEDE CALCULADO. UN JOB PENDIENTE SE      *
      *     CALCULA CUANDO TODOS SUS REQUISITOS YA LO ESTAN; UN CICLO  *
      *     EN MBDT155 DEJA JOBS SIN CALCULAR Y ESOS SE PROYECTAN AL   *
      *     FINAL COMO SI ARRANCARAN AHORA.                            *
      ******************************************************************
       3000-PROYECTA-VENTANA.
      *
           PERFORM 3100-JOB-CON-ESTADO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-JOBS.
      *
           MOVE 0                          TO WS-NUM-PASADAS.
           SET WSS-HUBO-CAMBIO-SI          TO TRUE.
           PERFORM 3200-PASADA-PENDIENTES
                   UNTIL NOT WSS-HUBO-CAMBIO-SI
                      OR WS-NUM-PASADAS > WS-NUM-JOBS.
      *
           PERFORM 3400-FORZA-SIN-CALCULAR
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-JOBS.
      *
      *    EL ULTIMO EN TERMINAR Y LA RUTA CRITICA HACIA ATRAS.
           MOVE 1                          TO WS-IX-FINAL.
           PERFORM 3500-BUSCA-FINAL
                   VARYING WS-IX FROM 2 BY 1
                   UNTIL WS-IX > WS-NUM-JOBS.
      *
           MOVE WS-JOB-NOMBRE(WS-IX-FINAL) TO E187-JOB-FINAL.
           MOVE 0                          TO WS-IX-CRITICO.
           MOVE WS-IX-FINAL                TO WS-IX.
           MOVE 0                          TO WS-NUM-PASADAS.
           PERFORM 3600-MARCA-RUTA-CRITICA
                   UNTIL WS-IX EQUAL 0
                      OR WS-NUM-PASADAS > WS-NUM-JOBS.
      *
           IF WS-IX-CRITICO > 0
              MOVE WS-JOB-NOMBRE(WS-IX-CRITICO)
                                           TO E187-JOB-CRITICO
           END-IF.
      *
      ******************************************************************
      *.PN 3100-JOB-CON-ESTADO: TERMINADOS Y EN EJECUCION SE CALCULAN  *
      *     DE ENTRADA; PENDIENTES Y EN ERROR ESPERAN A SUS REQUISITOS.*
      ******************************************************************
       3100-JOB-CON-ESTADO.
      *
           EVALUATE WS-JOB-ESTADO(WS-IX)
               WHEN CA-TERMINO-OK
               WHEN CA-BRINCADO
                    MOVE WS-JOB-MIN-TRANSC(WS-IX)
                                           TO WS-JOB-MIN-FIN(WS-IX)
                    SET WS-JOB-CALCULADO-SI(WS-IX) TO TRUE
               WHEN CA-EJECUTANDO
                    COMPUTE WS-JOB-MIN-FIN(WS-IX) =
                            WS-JOB-MIN-PROM(WS-IX) -
                            WS-JOB-MIN-TRANSC(WS-IX)
                    IF WS-JOB-MIN-FIN(WS-IX) < 1
                       MOVE 1              TO WS-JOB-MIN-FIN(WS-IX)
                    END-IF
                    SET WS-JOB-CALCULADO-SI(WS-IX) TO TRUE
                    ADD 1                  TO E187-NUM-PENDIENTES
               WHEN OTHER
                    ADD 1                  TO E187-NUM-PENDIENTES
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3200-PASADA-PENDIENTES.                                     *
      ******************************************************************
       3200-PASADA-PENDIENTES.
      *
           ADD 1                           TO WS-NUM-PASADAS.
           MOVE 'N'                        TO WSS-HUBO-CAMBIO.
           PERFORM 3300-INTENTA-JOB
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-JOBS.
      *
      ******************************************************************
      *.PN 3300-INTENTA-JOB: INICIO = EL FIN MAS TARDIO DE SUS         *
      *     REQUISITOS (NUNCA ANTES DE AHORA); FIN = INICIO + PROMEDIO.*
      ******************************************************************
       3300-INTENTA-JOB.
      *
           IF NOT WS-JOB-CALCULADO-SI(WS-IX)
              SET WSS-REQ-LISTOS-SI        TO TRUE
              MOVE 0                       TO WS-MIN-INICIO
                                              WS-PREVIO-MAX
              PERFORM 3310-REVISA-REQUISITO
                      VARYING WS-IX-DEP FROM 1 BY 1
                      UNTIL WS-IX-DEP > WS-NUM-DEPS
              IF WSS-REQ-LISTOS-SI
                 COMPUTE WS-JOB-MIN-FIN(WS-IX) =
                         WS-MIN-INICIO + WS-JOB-MIN-PROM(WS-IX)
                 MOVE WS-PREVIO-MAX        TO WS-JOB-PREVIO(WS-IX)
                 SET WS-JOB-CALCULADO-SI(WS-IX) TO TRUE
                 SET WSS-HUBO-CAMBIO-SI    TO TRUE
              END-IF
           END-IF.
      *
       3310-REVISA-REQUISITO.
      *
           IF WS-DEP-IX-JOB(WS-IX-DEP) EQUAL WS-IX AND
              WS-DEP-IX-REQ(WS-IX-DEP) > 0
              IF WS-JOB-CALCULADO-SI(WS-DEP-IX-REQ(WS-IX-DEP))
                 IF WS-JOB-MIN-FIN(WS-DEP-IX-REQ(WS-IX-DEP)) >
                    WS-MIN-INICIO
                    MOVE WS-JOB-MIN-FIN(WS-DEP-IX-REQ(WS-IX-DEP))
                                           TO WS-MIN-INICIO
                    MOVE WS-DEP-IX-REQ(WS-IX-DEP)
                                           TO WS-PREVIO-MAX
                 END-IF
              ELSE
                 MOVE 'N'                  TO WSS-REQ-LISTOS
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 3400-FORZA-SIN-CALCULAR: SOLO QUEDAN SIN CALCULAR LOS JOBS  *
      *     ATRAPADOS EN UN CICLO DE DEPENDENCIAS.                     *
      ******************************************************************
       3400-FORZA-SIN-CALCULAR.
      *
           IF NOT WS-JOB-CALCULADO-SI(WS-IX)
              MOVE WS-JOB-MIN-PROM(WS-IX)  TO WS-JOB-MIN-FIN(WS-IX)
              SET WS-JOB-CALCULADO-SI(WS-IX) TO TRUE
           END-IF.
      *
       3500-BUSCA-FINAL.
      *
           IF WS-JOB-MIN-FIN(WS-IX) > WS-JOB-MIN-FIN(WS-IX-FINAL)
              MOVE WS-IX                   TO WS-IX-FINAL
           END-IF.
      *
      ******************************************************************
      *.PN 3600-MARCA-RUTA-CRITICA: DEL ULTIMO JOB HACIA ATRAS POR EL  *
      *     REQUISITO QUE LO DETERMINA. EL JOB QUE NOMBRA EL INCIDENTE *
      *     ES EL MAS TEMPRANO DE LA RUTA QUE AUN NO TERMINA: AHI ES   *
      *     DONDE EL OPERADOR PUEDE ACTUAR.                            *
      ******************************************************************
       3600-MARCA-RUTA-CRITICA.
      *
           ADD 1                           TO WS-NUM-PASADAS.
           MOVE 'S'                        TO WS-JOB-CRITICO(WS-IX).
           IF WS-JOB-ESTADO(WS-IX) NOT EQUAL CA-TERMINO-OK AND
              WS-JOB-ESTADO(WS-IX) NOT EQUAL CA-BRINCADO
              MOVE WS-IX                   TO WS-IX-CRITICO
           END-IF.
           MOVE WS-JOB-PREVIO(WS-IX)       TO WS-IX.
      *
      ******************************************************************
      *.PN 4000-GUARDA-PROYECCION: LA PROYECCION DE LA FECHA SE        *
      *     REEMPLAZA COMPLETA EN CADA CORRIDA DEL CICLO CORTO.        *
      ******************************************************************
       4000-GUARDA-PROYECCION.
      *
           EXEC SQL
               DELETE FROM MBDT210
                WHERE T210_DAT_PROCESO = DATE(:E187-FECHA-PROCESO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E187-COD-RETURN
           END-IF.
      *
           PERFORM 4100-INSERTA-PROYECCION
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-JOBS
                      OR NOT E187-RETURN-OK.
      *
           IF E187-RETURN-OK
              EXEC SQL
                  SELECT CHAR(CURRENT TIMESTAMP +
                              :WS-JOB-MIN-FIN(WS-IX-FINAL) MINUTES)
                    INTO :E187-STP-PROYECTADO
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E187-COD-RETURN
              END-IF
           END-IF.
      *
       4100-INSERTA-PROYECCION.
      *
           EXEC SQL
               INSERT INTO MBDT210
                      (T210_DAT_PROCESO, T210_JOBNAME,
                       T210_ESTADO, T210_MIN_PROMEDIO,
                       T210_STP_PROYECTADO, T210_FLG_CRITICA,
                       T210_STP_CALCULO)
               VALUES (DATE(:E187-FECHA-PROCESO),
                       :WS-JOB-NOMBRE(WS-IX),
                       :WS-JOB-ESTADO(WS-IX),
                       :WS-JOB-MIN-PROM(WS-IX),
                       CURRENT TIMESTAMP +
                       :WS-JOB-MIN-FIN(WS-IX) MINUTES,
                       :WS-JOB-CRITICO(WS-IX),
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E187-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 4500-EVALUA-CORTE.                                          *
      ******************************************************************
       4500-EVALUA-CORTE.
      *
           IF WS-JOB-MIN-FIN(WS-IX-FINAL) > WS-MIN-CORTE AND
              WS-IX-CRITICO > 0
              COMPUTE E187-MIN-EXCESO =
                      WS-JOB-MIN-FIN(WS-IX-FINAL) - WS-MIN-CORTE
              MOVE CA-20                   TO E187-COD-RETURN
              PERFORM 4600-LEVANTA-INCIDENTE
           END-IF.
      *
      ******************************************************************
      *.PN 4600-LEVANTA-INCIDENTE: UN INCIDENTE POR FECHA Y JOB        *
      *     CRITICO; MB9B0144 LO RUTEA AL GRUPO DE GUARDIA COMO A      *
      *     CUALQUIER OTRO.                                            *
      ******************************************************************
       4600-LEVANTA-INCIDENTE.
      *
           MOVE SPACES                     TO WS-REFERENCIA.
           STRING E187-FECHA-PROCESO       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  E187-JOB-CRITICO         DELIMITED BY SIZE
             INTO WS-REFERENCIA
           END-STRING.
      *
           MOVE 0                          TO WS-NUM-INCIDENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-INCIDENTES
                 FROM MAZP.QGDT888 with (nolock)
                WHERE T888_ABCODE     = :CA-ABCODE-RUTA
                  AND T888_REFERENCE1 = :WS-REFERENCIA
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E187-COD-RETURN
           END-IF.
      *
           IF WS-NUM-INCIDENTES EQUAL 0 AND E187-RETURN-CRUZA-CORTE
              INITIALIZE DFHEIBLK VA-QGECINC
              MOVE 'BTCH'                  TO EIBTRMID
              MOVE CA-ABCODE-RUTA          TO INC-ABCODE
              MOVE CA-MB9B0187             TO INC-DES-PROG
              MOVE WS-REFERENCIA           TO INC-REFERENCE1
              MOVE E187-JOB-CRITICO        TO INC-OBJECT-ERROR
              MOVE 0                       TO INC-SQLCODE
              MOVE SPACES                  TO INC-SQLERRM
              STRING 'VENTANA PROYECTADA '  DELIMITED BY SIZE
                     E187-STP-PROYECTADO    DELIMITED BY SIZE
                     ' ULTIMO '             DELIMITED BY SIZE
                     E187-JOB-FINAL         DELIMITED BY SIZE
                INTO INC-SQLERRM
              END-STRING
              CALL CA-QG1CINC USING DFHEIBLK VA-QGECINC
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           GOBACK.
      *
