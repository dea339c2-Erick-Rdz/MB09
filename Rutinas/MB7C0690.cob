      ******************************************************************
      *  MB7C0690: CONSULTA DEL REPOSITORIO CENTRAL DE REPORTES BATCH *
      *            (MBDT266/MBDT267): LISTA LOS REPORTES ARCHIVADOS   *
      *            DE UN DIA DE PROCESO Y REGRESA LOS RENGLONES DE UN *
      *            REPORTE PASADO. ADMINISTRA LAS SUSCRIPCIONES DE    *
      *            LOS DEPARTAMENTOS DUENOS DE CADA REPORTE (MBDT268) *
      *            QUE USA MB9B0220 PARA AVISAR QUE EL REPORTE ESTA   *
      *            LISTO. SIN VERBOS CICS.                            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0690.
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
      *     @BAZ260    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
          88 VA-88-FIN-CURSOR-SI                   VALUE 'S'.
      *
      * RENGLON DE LA LISTA (CURSOR C690REP).
       01 VA-REP.
           05 VA-REP-ID-RUN                PIC S9(09) COMP.
           05 VA-REP-JOBNAME               PIC X(08).
           05 VA-REP-DDNAME                PIC X(08).
           05 VA-REP-DESCRIPCION           PIC X(40).
           05 VA-REP-DEPTO                 PIC X(04).
           05 VA-REP-DAT-PROCESO           PIC X(10).
           05 VA-REP-STP-CORRIDA           PIC X(26).
           05 VA-REP-NUM-LINEAS            PIC S9(09) COMP.
           05 VA-REP-CLASE-RET             PIC X(01).
           05 VA-REP-FEC-EXPIRA            PIC X(10).
           05 VA-REP-ESTADO                PIC X(01).
       01 VA-IX-REP                        PIC S9(04) COMP.
      *
      * RENGLON DEL REPORTE (CURSOR C690LIN).
       01 VA-LIN.
           05 VA-LIN-NUM-LINEA             PIC S9(09) COMP.
           05 VA-LIN-TEXTO                 PIC X(132).
       01 VA-IX-LIN                        PIC S9(04) COMP.
      *
      * FILTROS DE LA LISTA; ESPACIOS = TODOS.
       01 VA-FILTRO-JOB                    PIC X(08).
       01 VA-FILTRO-DEPTO                  PIC X(04).
      *
      * DUENO DEL REPORTE EN EL CATALOGO.
       01 VA-CAT-DEPTO                     PIC X(04).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-05                            PIC X(02) VALUE '05'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-EXPIRADO                      PIC X(01) VALUE 'E'.
       01 CA-MAX-REPORTES                  PIC S9(04) COMP VALUE 10.
       01 CA-MAX-RENGLONES                 PIC S9(04) COMP VALUE 20.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0690.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-REP-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-REP-LISTA
                    PERFORM 2000-LISTA
                 WHEN PR-REP-RECUPERA
                    PERFORM 3000-RECUPERA
                 WHEN PR-REP-SUSCRIBE
                    PERFORM 4000-SUSCRIBE
                 WHEN PR-REP-BAJA
                    PERFORM 4200-BAJA
                 WHEN OTHER
                    MOVE CA-99             TO PR-REP-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-REP-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-REP-COD-RETURN
           MOVE SPACES                     TO PR-REP-DES-ERROR
           MOVE ZEROES                     TO PR-REP-NUM-REPORTES
                                              PR-REP-NUM-RENGLONES

           IF PR-REP-ID-RUN NOT NUMERIC
              MOVE ZEROES                  TO PR-REP-ID-RUN
           END-IF

           IF PR-REP-NUM-LINEA NOT NUMERIC
              MOVE ZEROES                  TO PR-REP-NUM-LINEA
           END-IF

           IF PR-REP-LISTA
              IF PR-REP-FECHA(1:4) NOT NUMERIC OR
                 PR-REP-FECHA(5:1) NOT EQUAL '-' OR
                 PR-REP-FECHA(6:2) NOT NUMERIC OR
                 PR-REP-FECHA(8:1) NOT EQUAL '-' OR
                 PR-REP-FECHA(9:2) NOT NUMERIC
                 MOVE CA-99                TO PR-REP-COD-RETURN
                 MOVE 'FECHA INVALIDA (YYYY-MM-DD)'
                                           TO PR-REP-DES-ERROR
              END-IF
           END-IF

           IF PR-REP-RECUPERA
              IF PR-REP-ID-RUN EQUAL ZEROES
                 MOVE CA-99                TO PR-REP-COD-RETURN
                 MOVE 'FALTA EL REPORTE'   TO PR-REP-DES-ERROR
              END-IF
           END-IF

           IF PR-REP-SUSCRIBE OR PR-REP-BAJA
              PERFORM 1100-VALIDA-SUSCRIPCION
           END-IF.
      ******************************************************************
      *1100-VALIDA-SUSCRIPCION.                                        *
      ******************************************************************
       1100-VALIDA-SUSCRIPCION.

           IF PR-REP-JOBNAME EQUAL SPACES OR LOW-VALUES OR
              PR-REP-DDNAME  EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-REP-COD-RETURN
              MOVE 'FALTA EL REPORTE'      TO PR-REP-DES-ERROR
           END-IF

           IF PR-REP-DEPTO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-REP-COD-RETURN
              MOVE 'FALTA DEPARTAMENTO'    TO PR-REP-DES-ERROR
           END-IF

           IF PR-REP-CORREO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-REP-COD-RETURN
              MOVE 'FALTA CORREO'          TO PR-REP-DES-ERROR
           END-IF

           IF PR-REP-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-REP-COD-RETURN
              MOVE 'FALTA USUARIO'         TO PR-REP-DES-ERROR
           END-IF.
      ******************************************************************
      *2000-LISTA: REPORTES DEL DIA DE PROCESO DESPUES DEL ULTIMO ID   *
      *     DE LA PAGINA ANTERIOR. LOS REPORTES NO CATALOGADOS SALEN   *
      *     SIN DESCRIPCION NI DUENO.                                  *
      ******************************************************************
       2000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-CURSOR
           MOVE ZEROES                     TO VA-IX-REP
           MOVE PR-REP-JOBNAME             TO VA-FILTRO-JOB
           MOVE PR-REP-DEPTO               TO VA-FILTRO-DEPTO
           IF VA-FILTRO-JOB EQUAL LOW-VALUES
              MOVE SPACES                  TO VA-FILTRO-JOB
           END-IF
           IF VA-FILTRO-DEPTO EQUAL LOW-VALUES
              MOVE SPACES                  TO VA-FILTRO-DEPTO
           END-IF

           EXEC SQL
              DECLARE C690REP CURSOR FOR
              SELECT R.T266_ID_RUN, R.T266_JOBNAME, R.T266_DDNAME,
                     COALESCE(C.T265_DESCRIPCION, ' '),
                     COALESCE(C.T265_DEPTO, ' '),
                     CHAR(R.T266_DAT_PROCESO, ISO),
                     CHAR(R.T266_STP_CORRIDA),
                     R.T266_NUM_LINEAS, R.T266_CLASE_RET,
                     CHAR(R.T266_FEC_EXPIRA, ISO), R.T266_ESTADO
                FROM MBDT266 R with (nolock)
                LEFT OUTER JOIN MBDT265 C with (nolock)
                  ON C.T265_JOBNAME = R.T266_JOBNAME
                 AND C.T265_DDNAME  = R.T266_DDNAME
               WHERE R.T266_DAT_PROCESO = DATE(:PR-REP-FECHA)
                 AND R.T266_ID_RUN      > :PR-REP-ID-RUN
                 AND (:VA-FILTRO-JOB = ' ' OR
                      R.T266_JOBNAME = :VA-FILTRO-JOB)
                 AND (:VA-FILTRO-DEPTO = ' ' OR
                      C.T265_DEPTO = :VA-FILTRO-DEPTO)
               ORDER BY R.T266_ID_RUN
           END-EXEC

           EXEC SQL
              OPEN C690REP
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CURSOR-SI
              EXEC SQL
                 FETCH C690REP
                 INTO :VA-REP-ID-RUN, :VA-REP-JOBNAME,
                      :VA-REP-DDNAME, :VA-REP-DESCRIPCION,
                      :VA-REP-DEPTO, :VA-REP-DAT-PROCESO,
                      :VA-REP-STP-CORRIDA, :VA-REP-NUM-LINEAS,
                      :VA-REP-CLASE-RET, :VA-REP-FEC-EXPIRA,
                      :VA-REP-ESTADO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-REP < CA-MAX-REPORTES
                       PERFORM 2100-MUEVE-REPORTE
                    ELSE
                       SET VA-88-FIN-CURSOR-SI TO TRUE
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                 WHEN OTHER
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                    MOVE CA-99             TO PR-REP-COD-RETURN
                    MOVE 'ERROR SQL MBDT266'
                                           TO PR-REP-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C690REP
           END-EXEC

           MOVE VA-IX-REP                  TO PR-REP-NUM-REPORTES
           IF VA-IX-REP EQUAL ZEROES AND
              PR-REP-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-REP-COD-RETURN
              MOVE 'SIN REPORTES EN LA FECHA' TO PR-REP-DES-ERROR
           END-IF.
      ******************************************************************
      *2100-MUEVE-REPORTE.                                             *
      ******************************************************************
       2100-MUEVE-REPORTE.

           ADD 1                           TO VA-IX-REP
           MOVE VA-REP-ID-RUN        TO PR-REP-LIS-ID-RUN(VA-IX-REP)
           MOVE VA-REP-JOBNAME       TO PR-REP-LIS-JOBNAME(VA-IX-REP)
           MOVE VA-REP-DDNAME        TO PR-REP-LIS-DDNAME(VA-IX-REP)
           MOVE VA-REP-DESCRIPCION
                               TO PR-REP-LIS-DESCRIPCION(VA-IX-REP)
           MOVE VA-REP-DEPTO         TO PR-REP-LIS-DEPTO(VA-IX-REP)
           MOVE VA-REP-DAT-PROCESO
                               TO PR-REP-LIS-DAT-PROCESO(VA-IX-REP)
           MOVE VA-REP-STP-CORRIDA
                               TO PR-REP-LIS-STP-CORRIDA(VA-IX-REP)
           MOVE VA-REP-NUM-LINEAS
                               TO PR-REP-LIS-NUM-LINEAS(VA-IX-REP)
           MOVE VA-REP-CLASE-RET     TO PR-REP-LIS-CLASE-RET(VA-IX-REP)
           MOVE VA-REP-FEC-EXPIRA
                               TO PR-REP-LIS-FEC-EXPIRA(VA-IX-REP)
           MOVE VA-REP-ESTADO        TO PR-REP-LIS-ESTADO(VA-IX-REP).
      ******************************************************************
      *3000-RECUPERA: RENGLONES DEL REPORTE DESPUES DEL ULTIMO RENGLON *
      *     DE LA PAGINA ANTERIOR. UN REPORTE EXPIRADO YA NO TIENE     *
      *     RENGLONES (LOS BORRA MB9B0221 AL VENCER SU RETENCION).     *
      ******************************************************************
       3000-RECUPERA.

           EXEC SQL
              SELECT T266_ESTADO
                INTO :VA-REP-ESTADO
                FROM MBDT266 with (nolock)
               WHERE T266_ID_RUN = :PR-REP-ID-RUN
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-REP-ESTADO EQUAL CA-EXPIRADO
                    MOVE CA-10             TO PR-REP-COD-RETURN
                    MOVE 'REPORTE EXPIRADO POR RETENCION'
                                           TO PR-REP-DES-ERROR
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-REP-COD-RETURN
                 MOVE 'REPORTE NO ENCONTRADO' TO PR-REP-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-REP-COD-RETURN
                 MOVE 'ERROR SQL MBDT266'  TO PR-REP-DES-ERROR
           END-EVALUATE

           IF PR-REP-COD-RETURN EQUAL CA-00
              PERFORM 3100-LEE-RENGLONES
           END-IF.
      ******************************************************************
      *3100-LEE-RENGLONES.                                             *
      ******************************************************************
       3100-LEE-RENGLONES.

           MOVE 'N'                        TO VA-SW-FIN-CURSOR
           MOVE ZEROES                     TO VA-IX-LIN

           EXEC SQL
              DECLARE C690LIN CURSOR FOR
              SELECT T267_NUM_LINEA, T267_TEXTO
                FROM MBDT267 with (nolock)
               WHERE T267_ID_RUN    = :PR-REP-ID-RUN
                 AND T267_NUM_LINEA > :PR-REP-NUM-LINEA
               ORDER BY T267_NUM_LINEA
           END-EXEC

           EXEC SQL
              OPEN C690LIN
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CURSOR-SI
              EXEC SQL
                 FETCH C690LIN
                 INTO :VA-LIN-NUM-LINEA, :VA-LIN-TEXTO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-LIN < CA-MAX-RENGLONES
                       PERFORM 3200-MUEVE-RENGLON
                    ELSE
                       SET VA-88-FIN-CURSOR-SI TO TRUE
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                 WHEN OTHER
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                    MOVE CA-99             TO PR-REP-COD-RETURN
                    MOVE 'ERROR SQL MBDT267'
                                           TO PR-REP-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C690LIN
           END-EXEC

           MOVE VA-IX-LIN                  TO PR-REP-NUM-RENGLONES
           IF VA-IX-LIN EQUAL ZEROES AND
              PR-REP-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-REP-COD-RETURN
              MOVE 'SIN MAS RENGLONES'     TO PR-REP-DES-ERROR
           END-IF.
      ******************************************************************
      *3200-MUEVE-RENGLON.                                             *
      ******************************************************************
       3200-MUEVE-RENGLON.

           ADD 1                           TO VA-IX-LIN
           MOVE VA-LIN-NUM-LINEA  TO PR-REP-REN-NUM-LINEA(VA-IX-LIN)
           MOVE VA-LIN-TEXTO      TO PR-REP-REN-TEXTO(VA-IX-LIN).
      ******************************************************************
      *4000-SUSCRIBE: SOLO EL DEPARTAMENTO DUENO DEL REPORTE PUEDE     *
      *     SUSCRIBIR CORREOS A SU AVISO.                              *
      ******************************************************************
       4000-SUSCRIBE.

           PERFORM 4100-VALIDA-DUENO

           IF PR-REP-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT268
                        (T268_JOBNAME, T268_DDNAME, T268_DEPTO,
                         T268_CORREO, T268_USERID, T268_STP_ALTA)
                 VALUES (:PR-REP-JOBNAME, :PR-REP-DDNAME,
                         :PR-REP-DEPTO, :PR-REP-CORREO,
                         :PR-REP-USUARIO, CURRENT TIMESTAMP)
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    CONTINUE
                 WHEN SQL-88-DUPLICATE-VALUES
                    MOVE CA-05             TO PR-REP-COD-RETURN
                    MOVE 'SUSCRIPCION YA EXISTE'
                                           TO PR-REP-DES-ERROR
                 WHEN OTHER
                    MOVE CA-99             TO PR-REP-COD-RETURN
                    MOVE 'ERROR SQL MBDT268'
                                           TO PR-REP-DES-ERROR
              END-EVALUATE
           END-IF.
      ******************************************************************
      *4100-VALIDA-DUENO.                                              *
      ******************************************************************
       4100-VALIDA-DUENO.

           EXEC SQL
              SELECT T265_DEPTO
                INTO :VA-CAT-DEPTO
                FROM MBDT265 with (nolock)
               WHERE T265_JOBNAME = :PR-REP-JOBNAME
                 AND T265_DDNAME  = :PR-REP-DDNAME
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-CAT-DEPTO NOT EQUAL PR-REP-DEPTO
                    MOVE CA-20             TO PR-REP-COD-RETURN
                    MOVE 'EL DEPARTAMENTO NO ES DUENO DEL REPORTE'
                                           TO PR-REP-DES-ERROR
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-20                TO PR-REP-COD-RETURN
                 MOVE 'REPORTE NO CATALOGADO' TO PR-REP-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-REP-COD-RETURN
                 MOVE 'ERROR SQL MBDT265'  TO PR-REP-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *4200-BAJA.                                                      *
      ******************************************************************
       4200-BAJA.

           EXEC SQL
              DELETE FROM MBDT268
               WHERE T268_JOBNAME = :PR-REP-JOBNAME
                 AND T268_DDNAME  = :PR-REP-DDNAME
                 AND T268_DEPTO   = :PR-REP-DEPTO
                 AND T268_CORREO  = :PR-REP-CORREO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-REP-COD-RETURN
                 MOVE 'SUSCRIPCION NO EXISTE' TO PR-REP-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-REP-COD-RETURN
                 MOVE 'ERROR SQL MBDT268'  TO PR-REP-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
