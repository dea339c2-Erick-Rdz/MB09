      ******************************************************************
      *  MB7C0700: BANDEJA UNIFICADA DE EXCEPCIONES DE CONCILIACION.  *
      *            CADA CONCILIACION (WALLET MB9B0135, CORRESPONSAL   *
      *            MB9B0142, MOVIMIENTOS CONTRA CONTABILIDAD          *
      *            MB9B0146, METRO MB9B0143, SPEI CONTRA BANXICO      *
      *            MB9B0176) DEJA SUS PARTIDAS EN MBDT274 CON LA      *
      *            MISMA FORMA: FUENTE, CUENTA, IMPORTE, FECHA Y      *
      *            ANTIGUEDAD. OPERACIONES LAS LISTA EN UNA SOLA      *
      *            COLA, LAS ASIGNA A UN ANALISTA, LES AGREGA NOTAS   *
      *            (MBDT275) Y LAS RESUELVE CON UN CODIGO; EL CASTIGO *
      *            DA DE ALTA EL EVENTO EN EL REGISTRO DE PERDIDAS    *
      *            (MB7C0680). UNA PARTIDA SOLO SE CIERRA CUANDO SE   *
      *            RESUELVE AQUI. LA ANTIGUEDAD DIARIA POR FUENTE LA  *
      *            GUARDA MB9B0225. SE LINKEA DESDE LO ONLINE Y SE    *
      *            LLAMA (CALL) DESDE LOS BATCH. SIN VERBOS CICS.     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0700.
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
      *     @BAZ263    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
         COPY QAWCSQL.
      *
       01 VA-SW-FIN-PAR                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-PAR-SI                    VALUE 'S'.
       01 VA-SW-FIN-NOT                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-NOT-SI                    VALUE 'S'.
      *
      * PARTIDA EN TURNO (CURSOR C700PAR O LECTURA POR ID).
       01 VA-PAR.
           05 VA-PAR-ID                    PIC S9(09) COMP-3.
           05 VA-PAR-FUENTE                PIC X(03).
           05 VA-PAR-CEN-REG               PIC X(04).
           05 VA-PAR-ACC                   PIC X(20).
           05 VA-PAR-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 VA-PAR-FECHA                 PIC X(10).
           05 VA-PAR-DIAS-ANTIG            PIC S9(05) COMP-3.
           05 VA-PAR-ESTADO                PIC X(02).
           05 VA-PAR-ANALISTA              PIC X(08).
           05 VA-PAR-DESCRIPCION           PIC X(60).
           05 VA-PAR-NUM-NOTAS             PIC S9(05) COMP-3.
           05 VA-PAR-COD-RESOLUCION        PIC X(02).
           05 VA-PAR-FOLIO-PERDIDA         PIC S9(09) COMP-3.
      *
      * NOTA EN TURNO (CURSOR C700NOT).
       01 VA-NOT.
           05 VA-NOT-NUM                   PIC S9(05) COMP-3.
           05 VA-NOT-USUARIO               PIC X(08).
           05 VA-NOT-STP                   PIC X(26).
           05 VA-NOT-TEXTO                 PIC X(200).
      *
       01 VA-ID                            PIC S9(09) COMP-3.
       01 VA-REP-ID                        PIC S9(09) COMP-3.
       01 VA-NUM-NOTA                      PIC S9(05) COMP-3.
       01 VA-IMPORTE                       PIC S9(13)V9(02) COMP-3.
       01 VA-FOLIO-PERDIDA                 PIC S9(09) COMP-3.
       01 VA-FIL-FUENTE                    PIC X(03).
       01 VA-FIL-ANALISTA                  PIC X(08).
       01 VA-IX-PAR                        PIC S9(04) COMP.
       01 VA-IX-NOT                        PIC S9(04) COMP.
       01 VA-ID-EDIT                       PIC 9(09).
      *
       01 VA-FUENTE                        PIC X(03).
          88 VA-FUENTE-VALIDA                     VALUE 'WAL' 'COR'
                                                        'CON' 'MET'
                                                        'SPE'.
      *
      * COMMAREA DEL REGISTRO DE EVENTOS DE PERDIDA (CALL MB7C0680).
       01 VA-MBEC0680.
           COPY MBEC0680.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-05                            PIC X(02) VALUE '05'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-PAR                       PIC S9(04) COMP VALUE 10.
       01 CA-MAX-NOT                       PIC S9(04) COMP VALUE 10.
       01 CA-ABIERTA                       PIC X(02) VALUE 'AB'.
       01 CA-ASIGNADA                      PIC X(02) VALUE 'AS'.
       01 CA-RESUELTA                      PIC X(02) VALUE 'RE'.
       01 CA-FUENTE-WALLET                 PIC X(03) VALUE 'WAL'.
       01 CA-FUENTE-CONTABLE               PIC X(03) VALUE 'CON'.
       01 CA-MB7C0680                      PIC X(08) VALUE 'MB7C0680'.
       01 CA-MB7C0700                      PIC X(08) VALUE 'MB7C0700'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0700.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           PERFORM 1000-START
      *
           IF PR-EXC-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-EXC-ALTA
                    PERFORM 2000-ALTA-PARTIDA
                 WHEN PR-EXC-LISTA
                    PERFORM 3000-LISTA-ABIERTAS
                 WHEN PR-EXC-CONSULTA
                    PERFORM 7000-LEE-PARTIDA
                    IF PR-EXC-COD-RETURN EQUAL CA-00
                       PERFORM 7100-REGRESA-PARTIDA
                       PERFORM 7200-REGRESA-NOTAS
                    END-IF
                 WHEN PR-EXC-ASIGNA
                    PERFORM 7000-LEE-PARTIDA
                    IF PR-EXC-COD-RETURN EQUAL CA-00
                       PERFORM 4000-ASIGNA
                    END-IF
                 WHEN PR-EXC-NOTA-ALTA
                    PERFORM 7000-LEE-PARTIDA
                    IF PR-EXC-COD-RETURN EQUAL CA-00
                       PERFORM 5000-AGREGA-NOTA
                    END-IF
                 WHEN PR-EXC-RESUELVE
                    PERFORM 7000-LEE-PARTIDA
                    IF PR-EXC-COD-RETURN EQUAL CA-00
                       PERFORM 6000-RESUELVE
                    END-IF
                 WHEN OTHER
                    MOVE CA-99             TO PR-EXC-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-EXC-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-EXC-COD-RETURN
           MOVE SPACES                     TO PR-EXC-DES-ERROR
           MOVE 'N'                        TO PR-EXC-MAS-DATOS
           MOVE ZEROES                     TO PR-EXC-NUM-PARTIDAS
                                              PR-EXC-NUM-NOTAS
           INITIALIZE VA-PAR

           IF PR-EXC-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-EXC-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-EXC-DES-ERROR
           END-IF

      *    EL ALTA LLEVA FUENTE DEL CATALOGO, LLAVE DE LA PARTIDA EN SU
      *    CONCILIACION, IMPORTE Y EL PROGRAMA QUE LA DETECTO.
           IF PR-EXC-COD-RETURN EQUAL CA-00 AND PR-EXC-ALTA
              MOVE PR-EXC-FUENTE           TO VA-FUENTE
              IF NOT VA-FUENTE-VALIDA OR
                 PR-EXC-LLAVE    EQUAL SPACES OR LOW-VALUES OR
                 PR-EXC-PROGRAMA EQUAL SPACES OR LOW-VALUES OR
                 PR-EXC-IMPORTE  NOT NUMERIC
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'FALTA FUENTE, LLAVE, IMPORTE O PROGRAMA'
                                           TO PR-EXC-DES-ERROR
              ELSE
                 IF PR-EXC-FECHA EQUAL SPACES OR LOW-VALUES
                    PERFORM 1100-FECHA-HOY
                 END-IF
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND PR-EXC-LISTA
              IF PR-EXC-REP-ID NOT NUMERIC
                 MOVE ZEROES               TO PR-EXC-REP-ID
              END-IF
              MOVE PR-EXC-REP-ID           TO VA-REP-ID
              MOVE PR-EXC-FIL-FUENTE       TO VA-FIL-FUENTE
              MOVE PR-EXC-FIL-ANALISTA     TO VA-FIL-ANALISTA
              IF VA-FIL-FUENTE EQUAL LOW-VALUES
                 MOVE SPACES               TO VA-FIL-FUENTE
              END-IF
              IF VA-FIL-ANALISTA EQUAL LOW-VALUES
                 MOVE SPACES               TO VA-FIL-ANALISTA
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND
              (PR-EXC-CONSULTA OR PR-EXC-ASIGNA OR
               PR-EXC-NOTA-ALTA OR PR-EXC-RESUELVE)
              IF PR-EXC-ID NOT NUMERIC OR
                 PR-EXC-ID EQUAL ZEROES
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'FALTA ID DE LA PARTIDA'
                                           TO PR-EXC-DES-ERROR
              ELSE
                 MOVE PR-EXC-ID            TO VA-ID
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND
              (PR-EXC-ASIGNA OR PR-EXC-NOTA-ALTA OR PR-EXC-RESUELVE)
              IF PR-EXC-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-EXC-DES-ERROR
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND PR-EXC-ASIGNA
              IF PR-EXC-ANALISTA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'FALTA ANALISTA'     TO PR-EXC-DES-ERROR
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND PR-EXC-NOTA-ALTA
              IF PR-EXC-NOTA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'FALTA TEXTO DE LA NOTA'
                                           TO PR-EXC-DES-ERROR
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND PR-EXC-RESUELVE
              IF NOT PR-EXC-RES-VALIDA
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'CODIGO DE RESOLUCION INVALIDO'
                                           TO PR-EXC-DES-ERROR
              END-IF
              IF PR-EXC-NOTA EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-EXC-NOTA
              END-IF
           END-IF.
      ******************************************************************
      *1100-FECHA-HOY.                                                 *
      ******************************************************************
       1100-FECHA-HOY.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :PR-EXC-FECHA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-EXC-COD-RETURN
              MOVE 'ERROR SQL FECHA'       TO PR-EXC-DES-ERROR
           END-IF.
      ******************************************************************
      *2000-ALTA-PARTIDA: UNA LLAVE YA REGISTRADA PARA LA FUENTE       *
      *     REGRESA SU ID ('05') SIN TOCARLA, AUNQUE ESTE RESUELTA; SI *
      *     NO, ID SIGUIENTE DE LA ENTIDAD Y LA PARTIDA QUEDA ABIERTA. *
      ******************************************************************
       2000-ALTA-PARTIDA.

           MOVE ZEROES                     TO VA-ID

           EXEC SQL
              SELECT COALESCE(MAX(T274_ID), 0)
                INTO :VA-ID
                FROM MBDT274 with (nolock)
               WHERE T274_ENT    = :PR-EXC-ENT
                 AND T274_FUENTE = :PR-EXC-FUENTE
                 AND T274_LLAVE  = :PR-EXC-LLAVE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-EXC-COD-RETURN
              MOVE 'ERROR SQL MBDT274'     TO PR-EXC-DES-ERROR
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND VA-ID > ZEROES
              MOVE VA-ID                   TO PR-EXC-ID
              MOVE CA-05                   TO PR-EXC-COD-RETURN
              MOVE 'PARTIDA YA REGISTRADA' TO PR-EXC-DES-ERROR
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COALESCE(MAX(T274_ID), 0) + 1
                   INTO :VA-ID
                   FROM MBDT274
                  WHERE T274_ENT = :PR-EXC-ENT
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-EXC-COD-RETURN
                 MOVE 'ERROR SQL MBDT274'  TO PR-EXC-DES-ERROR
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              MOVE PR-EXC-IMPORTE          TO VA-IMPORTE
              EXEC SQL
                 INSERT INTO MBDT274
                        (T274_ENT, T274_ID, T274_FUENTE, T274_LLAVE,
                         T274_CEN_REG, T274_ACC, T274_IMPORTE,
                         T274_DAT_EXCEPCION, T274_DESCRIPCION,
                         T274_ESTADO, T274_ANALISTA,
                         T274_COD_RESOLUCION, T274_FOLIO_PERDIDA,
                         T274_USR_RESUELVE, T274_STP_RESUELTA,
                         T274_PROGRAMA, T274_STP_ALTA,
                         T274_USERID, T274_STP_LASTMOD)
                 VALUES (:PR-EXC-ENT, :VA-ID, :PR-EXC-FUENTE,
                         :PR-EXC-LLAVE, :PR-EXC-CEN-REG,
                         :PR-EXC-ACC, :VA-IMPORTE,
                         DATE(:PR-EXC-FECHA), :PR-EXC-DESCRIPCION,
                         :CA-ABIERTA, ' ', ' ', 0, ' ', NULL,
                         :PR-EXC-PROGRAMA, CURRENT TIMESTAMP,
                         :PR-EXC-PROGRAMA, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-ID                TO PR-EXC-ID
              ELSE
                 MOVE CA-99                TO PR-EXC-COD-RETURN
                 MOVE 'ERROR SQL ALTA MBDT274'
                                           TO PR-EXC-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3000-LISTA-ABIERTAS.                                            *
      *     TODAS LAS FUENTES EN UNA SOLA COLA POR ID ASCENDENTE (LA   *
      *     MAS VIEJA PRIMERO); EL ID DE LA ULTIMA ENTREGADA ES LA     *
      *     REPOSICION. SE LEE UNA DE MAS PARA SABER SI HAY OTRA       *
      *     PAGINA.                                                    *
      ******************************************************************
       3000-LISTA-ABIERTAS.

           MOVE 'N'                        TO VA-SW-FIN-PAR
           MOVE ZEROES                     TO VA-IX-PAR

           EXEC SQL
              DECLARE C700PAR CURSOR FOR
              SELECT T274_ID, T274_FUENTE, T274_CEN_REG, T274_ACC,
                     T274_IMPORTE, CHAR(T274_DAT_EXCEPCION, ISO),
                     DAYS(CURRENT DATE) - DAYS(T274_DAT_EXCEPCION),
                     T274_ESTADO, T274_ANALISTA, T274_DESCRIPCION,
                     (SELECT COUNT(*)
                        FROM MBDT275 N with (nolock)
                       WHERE N.T275_ENT = T274_ENT
                         AND N.T275_ID  = T274_ID),
                     T274_COD_RESOLUCION, T274_FOLIO_PERDIDA
                FROM MBDT274 with (nolock)
               WHERE T274_ENT    = :PR-EXC-ENT
                 AND T274_ESTADO IN (:CA-ABIERTA, :CA-ASIGNADA)
                 AND T274_ID     > :VA-REP-ID
                 AND (:VA-FIL-FUENTE   = ' ' OR
                      T274_FUENTE   = :VA-FIL-FUENTE)
                 AND (:VA-FIL-ANALISTA = ' ' OR
                      T274_ANALISTA = :VA-FIL-ANALISTA)
               ORDER BY T274_ID
           END-EXEC

           EXEC SQL
              OPEN C700PAR
           END-EXEC

           PERFORM UNTIL VA-88-FIN-PAR-SI
              EXEC SQL
                 FETCH C700PAR
                 INTO :VA-PAR-ID, :VA-PAR-FUENTE, :VA-PAR-CEN-REG,
                      :VA-PAR-ACC, :VA-PAR-IMPORTE, :VA-PAR-FECHA,
                      :VA-PAR-DIAS-ANTIG, :VA-PAR-ESTADO,
                      :VA-PAR-ANALISTA, :VA-PAR-DESCRIPCION,
                      :VA-PAR-NUM-NOTAS, :VA-PAR-COD-RESOLUCION,
                      :VA-PAR-FOLIO-PERDIDA
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-PAR >= CA-MAX-PAR
                       MOVE 'S'            TO PR-EXC-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-PAR
                    ELSE
                       ADD 1               TO VA-IX-PAR
                       MOVE VA-PAR-ID      TO PR-EXC-REP-ID
                       PERFORM 7100-REGRESA-PARTIDA
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-PAR
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-PAR
                    MOVE CA-99             TO PR-EXC-COD-RETURN
                    MOVE 'ERROR SQL MBDT274'
                                           TO PR-EXC-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C700PAR
           END-EXEC

           IF PR-EXC-NUM-PARTIDAS EQUAL ZEROES AND
              PR-EXC-COD-RETURN   EQUAL CA-00
              MOVE CA-10                   TO PR-EXC-COD-RETURN
              MOVE 'SIN PARTIDAS ABIERTAS' TO PR-EXC-DES-ERROR
           END-IF.
      ******************************************************************
      *4000-ASIGNA: ABIERTA O YA ASIGNADA (REASIGNACION) PASA AL       *
      *     ANALISTA; LA ASIGNACION QUEDA COMO NOTA DE LA PARTIDA.     *
      ******************************************************************
       4000-ASIGNA.

           EXEC SQL
              UPDATE MBDT274
                 SET T274_ESTADO      = :CA-ASIGNADA,
                     T274_ANALISTA    = :PR-EXC-ANALISTA,
                     T274_USERID      = :PR-EXC-USUARIO,
                     T274_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T274_ENT    = :PR-EXC-ENT
                 AND T274_ID     = :VA-ID
                 AND T274_ESTADO IN (:CA-ABIERTA, :CA-ASIGNADA)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-EXC-COD-RETURN
                 MOVE 'PARTIDA YA RESUELTA'
                                           TO PR-EXC-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-EXC-COD-RETURN
                 MOVE 'ERROR SQL UPDATE MBDT274'
                                           TO PR-EXC-DES-ERROR
           END-EVALUATE

           IF PR-EXC-COD-RETURN EQUAL CA-00
              MOVE SPACES                  TO PR-EXC-NOTA
              STRING 'ASIGNADA A '         DELIMITED BY SIZE
                     PR-EXC-ANALISTA       DELIMITED BY SIZE
                INTO PR-EXC-NOTA
              PERFORM 5100-INSERTA-NOTA
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              PERFORM 7000-LEE-PARTIDA
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              PERFORM 7100-REGRESA-PARTIDA
           END-IF.
      ******************************************************************
      *5000-AGREGA-NOTA: LAS RESUELTAS TAMBIEN ADMITEN NOTAS.          *
      ******************************************************************
       5000-AGREGA-NOTA.

           PERFORM 5100-INSERTA-NOTA

           IF PR-EXC-COD-RETURN EQUAL CA-00
              PERFORM 7000-LEE-PARTIDA
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              PERFORM 7100-REGRESA-PARTIDA
              PERFORM 7200-REGRESA-NOTAS
           END-IF.
      ******************************************************************
      *5100-INSERTA-NOTA: NUMERO SIGUIENTE DE LA PARTIDA.              *
      ******************************************************************
       5100-INSERTA-NOTA.

           EXEC SQL
              SELECT COALESCE(MAX(T275_NUM_NOTA), 0) + 1
                INTO :VA-NUM-NOTA
                FROM MBDT275
               WHERE T275_ENT = :PR-EXC-ENT
                 AND T275_ID  = :VA-ID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-EXC-COD-RETURN
              MOVE 'ERROR SQL MBDT275'     TO PR-EXC-DES-ERROR
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT275
                        (T275_ENT, T275_ID, T275_NUM_NOTA,
                         T275_USUARIO, T275_TEXTO, T275_STP_ALTA)
                 VALUES (:PR-EXC-ENT, :VA-ID, :VA-NUM-NOTA,
                         :PR-EXC-USUARIO, :PR-EXC-NOTA,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-EXC-COD-RETURN
                 MOVE 'ERROR SQL ALTA MBDT275'
                                           TO PR-EXC-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *6000-RESUELVE: SOLO UNA PARTIDA ABIERTA O ASIGNADA. EL CASTIGO  *
      *     (CM) DA DE ALTA EL EVENTO DE PERDIDA POR EL IMPORTE DE LA  *
      *     PARTIDA Y GUARDA SU FOLIO; LA DIFERENCIA DE WALLET NO SE   *
      *     CASTIGA AQUI PORQUE SU AJUSTE APROBADO (MB9B0136) YA DA DE *
      *     ALTA EL EVENTO.                                            *
      ******************************************************************
       6000-RESUELVE.

           MOVE ZEROES                     TO VA-FOLIO-PERDIDA

           IF VA-PAR-ESTADO EQUAL CA-RESUELTA
              MOVE CA-10                   TO PR-EXC-COD-RETURN
              MOVE 'PARTIDA YA RESUELTA'   TO PR-EXC-DES-ERROR
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND PR-EXC-RES-CASTIGO
              IF VA-PAR-FUENTE EQUAL CA-FUENTE-WALLET
                 MOVE CA-20                TO PR-EXC-COD-RETURN
                 MOVE 'WALLET SE CASTIGA POR AJUSTE APROBADO'
                                           TO PR-EXC-DES-ERROR
              ELSE
                 IF VA-PAR-IMPORTE EQUAL ZEROES
                    MOVE CA-20             TO PR-EXC-COD-RETURN
                    MOVE 'PARTIDA SIN IMPORTE PARA CASTIGO'
                                           TO PR-EXC-DES-ERROR
                 ELSE
                    PERFORM 6100-REGISTRA-PERDIDA
                 END-IF
              END-IF
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT274
                    SET T274_ESTADO         = :CA-RESUELTA,
                        T274_COD_RESOLUCION = :PR-EXC-COD-RESOLUCION,
                        T274_FOLIO_PERDIDA  = :VA-FOLIO-PERDIDA,
                        T274_USR_RESUELVE   = :PR-EXC-USUARIO,
                        T274_STP_RESUELTA   = CURRENT TIMESTAMP,
                        T274_USERID         = :PR-EXC-USUARIO,
                        T274_STP_LASTMOD    = CURRENT TIMESTAMP
                  WHERE T274_ENT    = :PR-EXC-ENT
                    AND T274_ID     = :VA-ID
                    AND T274_ESTADO IN (:CA-ABIERTA, :CA-ASIGNADA)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    CONTINUE
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-10             TO PR-EXC-COD-RETURN
                    MOVE 'PARTIDA YA RESUELTA'
                                           TO PR-EXC-DES-ERROR
                 WHEN OTHER
                    MOVE CA-99             TO PR-EXC-COD-RETURN
                    MOVE 'ERROR SQL UPDATE MBDT274'
                                           TO PR-EXC-DES-ERROR
              END-EVALUATE
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00 AND
              PR-EXC-NOTA NOT EQUAL SPACES
              PERFORM 5100-INSERTA-NOTA
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              PERFORM 7000-LEE-PARTIDA
           END-IF

           IF PR-EXC-COD-RETURN EQUAL CA-00
              PERFORM 7100-REGRESA-PARTIDA
           END-IF.
      ******************************************************************
      *6100-REGISTRA-PERDIDA: EJECUCION Y PROCESOS, CAUSA CONCILIACION;*
      *     LINEA BANCA MINORISTA PARA EL DESCUADRE CONTABLE DE        *
      *     MOVIMIENTOS Y PAGOS Y LIQUIDACIONES PARA LAS DEMAS. LA     *
      *     REFERENCIA ES EL ID DE LA PARTIDA, ASI UNA RE-RESOLUCION   *
      *     TRAS UNA FALLA NO DUPLICA EL EVENTO ('05').                *
      ******************************************************************
       6100-REGISTRA-PERDIDA.

           INITIALIZE VA-MBEC0680
           MOVE 'A'                        TO PR-PER-ACCION
           MOVE PR-EXC-ENT                 TO PR-PER-ENT
           MOVE 'EP'                       TO PR-PER-CATEGORIA
           IF VA-PAR-FUENTE EQUAL CA-FUENTE-CONTABLE
              MOVE 'BM'                    TO PR-PER-LINEA-NEG
           ELSE
              MOVE 'PL'                    TO PR-PER-LINEA-NEG
           END-IF
           MOVE 'CONC'                     TO PR-PER-CAUSA
           MOVE SPACES                     TO PR-PER-DESCRIPCION
           STRING 'CASTIGO EXCEPCION CONCILIACION '
                                           DELIMITED BY SIZE
                  VA-PAR-FUENTE            DELIMITED BY SIZE
             INTO PR-PER-DESCRIPCION
           IF VA-PAR-IMPORTE < ZEROES
              COMPUTE PR-PER-IMPORTE = VA-PAR-IMPORTE * -1
           ELSE
              MOVE VA-PAR-IMPORTE          TO PR-PER-IMPORTE
           END-IF
           MOVE VA-ID                      TO VA-ID-EDIT
           MOVE SPACES                     TO PR-PER-REF-ORIGEN
           STRING 'BANDEJA '               DELIMITED BY SIZE
                  VA-ID-EDIT               DELIMITED BY SIZE
             INTO PR-PER-REF-ORIGEN
           MOVE CA-MB7C0700                TO PR-PER-PROGRAMA
           MOVE PR-EXC-USUARIO             TO PR-PER-USUARIO

           CALL CA-MB7C0680 USING VA-MBEC0680

           IF PR-PER-COD-RETURN EQUAL CA-00 OR
              PR-PER-COD-RETURN EQUAL CA-05
              MOVE PR-PER-FOLIO            TO VA-FOLIO-PERDIDA
           ELSE
              MOVE CA-99                   TO PR-EXC-COD-RETURN
              MOVE 'ERROR EN REGISTRO DE PERDIDAS'
                                           TO PR-EXC-DES-ERROR
           END-IF.
      ******************************************************************
      *7000-LEE-PARTIDA: POR ID, CON SU ANTIGUEDAD AL DIA DE HOY.      *
      ******************************************************************
       7000-LEE-PARTIDA.

           EXEC SQL
              SELECT T274_ID, T274_FUENTE, T274_CEN_REG, T274_ACC,
                     T274_IMPORTE, CHAR(T274_DAT_EXCEPCION, ISO),
                     DAYS(CURRENT DATE) - DAYS(T274_DAT_EXCEPCION),
                     T274_ESTADO, T274_ANALISTA, T274_DESCRIPCION,
                     (SELECT COUNT(*)
                        FROM MBDT275 N with (nolock)
                       WHERE N.T275_ENT = T274_ENT
                         AND N.T275_ID  = T274_ID),
                     T274_COD_RESOLUCION, T274_FOLIO_PERDIDA
                INTO :VA-PAR-ID, :VA-PAR-FUENTE, :VA-PAR-CEN-REG,
                     :VA-PAR-ACC, :VA-PAR-IMPORTE, :VA-PAR-FECHA,
                     :VA-PAR-DIAS-ANTIG, :VA-PAR-ESTADO,
                     :VA-PAR-ANALISTA, :VA-PAR-DESCRIPCION,
                     :VA-PAR-NUM-NOTAS, :VA-PAR-COD-RESOLUCION,
                     :VA-PAR-FOLIO-PERDIDA
                FROM MBDT274
               WHERE T274_ENT = :PR-EXC-ENT
                 AND T274_ID  = :VA-ID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-EXC-COD-RETURN
                 MOVE 'PARTIDA NO EXISTE'  TO PR-EXC-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-EXC-COD-RETURN
                 MOVE 'ERROR SQL MBDT274'  TO PR-EXC-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *7100-REGRESA-PARTIDA: EN LA CONSULTA Y EN LAS ACCIONES SOBRE    *
      *     UNA PARTIDA SE REGRESA EN EL PRIMER RENGLON.               *
      ******************************************************************
       7100-REGRESA-PARTIDA.

           IF NOT PR-EXC-LISTA
              MOVE 1                       TO VA-IX-PAR
           END-IF
           MOVE VA-IX-PAR                  TO PR-EXC-NUM-PARTIDAS

           MOVE VA-PAR-ID         TO PR-EXC-PAR-ID(VA-IX-PAR)
           MOVE VA-PAR-FUENTE     TO PR-EXC-PAR-FUENTE(VA-IX-PAR)
           MOVE VA-PAR-CEN-REG    TO PR-EXC-PAR-CEN-REG(VA-IX-PAR)
           MOVE VA-PAR-ACC        TO PR-EXC-PAR-ACC(VA-IX-PAR)
           MOVE VA-PAR-IMPORTE    TO PR-EXC-PAR-IMPORTE(VA-IX-PAR)
           MOVE VA-PAR-FECHA      TO PR-EXC-PAR-FECHA(VA-IX-PAR)
           MOVE VA-PAR-DIAS-ANTIG TO PR-EXC-PAR-DIAS-ANTIG(VA-IX-PAR)
           MOVE VA-PAR-ESTADO     TO PR-EXC-PAR-ESTADO(VA-IX-PAR)
           MOVE VA-PAR-ANALISTA   TO PR-EXC-PAR-ANALISTA(VA-IX-PAR)
           MOVE VA-PAR-DESCRIPCION
                                  TO PR-EXC-PAR-DESCRIPCION(VA-IX-PAR)
           MOVE VA-PAR-NUM-NOTAS  TO PR-EXC-PAR-NUM-NOTAS(VA-IX-PAR)
           MOVE VA-PAR-COD-RESOLUCION
                              TO PR-EXC-PAR-COD-RESOLUCION(VA-IX-PAR)
           MOVE VA-PAR-FOLIO-PERDIDA
                              TO PR-EXC-PAR-FOLIO-PERDIDA(VA-IX-PAR).
      ******************************************************************
      *7200-REGRESA-NOTAS: LAS 10 MAS RECIENTES, LA ULTIMA PRIMERO.    *
      ******************************************************************
       7200-REGRESA-NOTAS.

           MOVE 'N'                        TO VA-SW-FIN-NOT
           MOVE ZEROES                     TO VA-IX-NOT

           EXEC SQL
              DECLARE C700NOT CURSOR FOR
              SELECT T275_NUM_NOTA, T275_USUARIO,
                     CHAR(T275_STP_ALTA), T275_TEXTO
                FROM MBDT275 with (nolock)
               WHERE T275_ENT = :PR-EXC-ENT
                 AND T275_ID  = :VA-ID
               ORDER BY T275_NUM_NOTA DESC
           END-EXEC

           EXEC SQL
              OPEN C700NOT
           END-EXEC

           PERFORM UNTIL VA-88-FIN-NOT-SI
              EXEC SQL
                 FETCH C700NOT
                 INTO :VA-NOT-NUM, :VA-NOT-USUARIO,
                      :VA-NOT-STP, :VA-NOT-TEXTO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-NOT >= CA-MAX-NOT
                       MOVE 'S'            TO VA-SW-FIN-NOT
                    ELSE
                       PERFORM 7210-AGREGA-NOTA
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-NOT
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-NOT
                    MOVE CA-99             TO PR-EXC-COD-RETURN
                    MOVE 'ERROR SQL MBDT275'
                                           TO PR-EXC-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C700NOT
           END-EXEC.
      ******************************************************************
      *7210-AGREGA-NOTA.                                               *
      ******************************************************************
       7210-AGREGA-NOTA.

           ADD 1                           TO VA-IX-NOT
           MOVE VA-IX-NOT                  TO PR-EXC-NUM-NOTAS
           MOVE VA-NOT-NUM        TO PR-EXC-NOT-NUM(VA-IX-NOT)
           MOVE VA-NOT-USUARIO    TO PR-EXC-NOT-USUARIO(VA-IX-NOT)
           MOVE VA-NOT-STP        TO PR-EXC-NOT-STP(VA-IX-NOT)
           MOVE VA-NOT-TEXTO      TO PR-EXC-NOT-TEXTO(VA-IX-NOT).
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
