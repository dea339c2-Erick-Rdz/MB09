      ******************************************************************
      *  MB9B0220: ARCHIVO DE UN REPORTE BATCH EN EL REPOSITORIO      *
      *            CENTRAL. CORRE COMO PASO SIGUIENTE DEL PASO QUE    *
      *            PRODUCE EL REPORTE (DD REPORTE, RENGLONES DE 132): *
      *            REGISTRA EL REPORTE EN MBDT266 LIGADO A LA CORRIDA *
      *            DEL JOB EN MBDT154 (DIA DE PROCESO + INICIO DE LA  *
      *            CORRIDA) CON SU CLASE DE RETENCION DEL CATALOGO    *
      *            MBDT265 Y GUARDA SUS RENGLONES EN MBDT267 PARA LA  *
      *            CONSULTA EN LINEA (MB7C0690). SI EL JOB SE RECORRE *
      *            EL MISMO DIA LA CORRIDA NUEVA QUEDA COMO OTRO      *
      *            REPORTE; SI SE REPITE EL PASO EN LA MISMA CORRIDA  *
      *            SE REEMPLAZAN LOS RENGLONES. AL TERMINAR AVISA A   *
      *            LOS SUSCRIPTORES DEL REPORTE (MBDT268) POR EL      *
      *            ARCHIVO DE CORREO (RPTMAIL).                       *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0220.
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
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORTE ASSIGN TO REPORTE
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CORREO ASSIGN TO RPTMAIL
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
      * AVISO AL SUSCRIPTOR: CORREO;ASUNTO;CUERPO (LO TOMA EL
      * ADAPTADOR DE CORREO IGUAL QUE MAILOUT).
       FD  F-CORREO
           RECORDING MODE IS F.
       01  FR-CORREO-LINEA                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-ARCHIVO-SI                 VALUE 'S'.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-CATALOGO                  PIC X(01) VALUE 'S'.
              88 WSS-CATALOGO-NO                    VALUE 'N'.
           05 WSS-CORRIDA-NUEVA             PIC X(01) VALUE 'S'.
              88 WSS-CORRIDA-NUEVA-NO               VALUE 'N'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-DISPONIBLE                   PIC X(01)  VALUE 'D'.
       01  CA-ACTIVO                       PIC X(01)  VALUE 'S'.
      *
      * CLASE DE RETENCION: C CORTA, M MEDIA, L LARGA, P PERMANENTE
      * (REGULATORIA). LOS DIAS DE CADA CLASE SE TOMAN DE MBDT140
      * 'RPTR'; SI NO ESTAN SE USAN LOS DE ABAJO.
       01  WS-CLASE-RET                    PIC X(01).
           88 WS-CLASE-CORTA                       VALUE 'C'.
           88 WS-CLASE-MEDIA                       VALUE 'M'.
           88 WS-CLASE-LARGA                       VALUE 'L'.
           88 WS-CLASE-PERMANENTE                  VALUE 'P'.
       01  CA-CLASE-OMISION                PIC X(01)  VALUE 'C'.
       01  WS-DIAS-RETENCION               PIC S9(09) COMP.
       01  WS-DIAS-LEIDO                   PIC S9(09) COMP.
       01  WS-FEC-EXPIRA                   PIC X(10).
      *
      * CORRIDA DEL JOB EN MBDT154 Y DATOS DEL CATALOGO.
       01  WS-STP-CORRIDA                  PIC X(26).
       01  WS-DESCRIPCION                  PIC X(40).
       01  WS-ID-RUN                       PIC S9(09) COMP.
       01  WS-NUM-LINEA                    PIC S9(09) COMP.
      *
      * SUSCRIPTOR EN TURNO (CURSOR C220SUS).
       01  WS-SUS-CORREO                   PIC X(60).
      *
       01  WS-EDIT-ID                      PIC ZZZZZZZZ9.
       01  WS-EDIT-LINEAS                  PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0220.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0220.
      *
           PERFORM 1000-START.
           IF E220-RETURN-OK
              PERFORM 1100-BUSCA-CORRIDA
           END-IF.
           IF E220-RETURN-OK
              PERFORM 1200-BUSCA-CATALOGO
           END-IF.
           IF E220-RETURN-OK
              PERFORM 1300-CALCULA-EXPIRA
           END-IF.
           IF E220-RETURN-OK
              PERFORM 2000-REGISTRA-REPORTE
           END-IF.
           IF E220-RETURN-OK
              PERFORM 3000-CARGA-RENGLONES
           END-IF.
           IF E220-RETURN-OK AND NOT WSS-CATALOGO-NO
              PERFORM 4000-AVISA-SUSCRIPTORES
           END-IF.
           IF E220-RETURN-OK AND WSS-CATALOGO-NO
              MOVE CA-05                   TO E220-COD-RETURN
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E220-COD-RETURN.
           MOVE 0                          TO E220-ID-RUN
                                              E220-NUM-LINEAS
                                              E220-NUM-AVISOS.
      *
           IF E220-JOBNAME       EQUAL SPACES OR
              E220-DDNAME        EQUAL SPACES OR
              E220-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E220-COD-RETURN
           END-IF.
      *
           IF E220-RETURN-OK
              OPEN INPUT  F-REPORTE
                   OUTPUT F-CORREO
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 1100-BUSCA-CORRIDA: EL REPORTE SE LIGA A LA CORRIDA DEL JOB *
      *     QUE REGISTRO MB9B0199 AL INICIO DEL JOB.                   *
      ******************************************************************
       1100-BUSCA-CORRIDA.
      *
           EXEC SQL
               SELECT CHAR(T154_STP_INICIO)
                 INTO :WS-STP-CORRIDA
                 FROM MBDT154 with(nolock)
                WHERE T154_DAT_PROCESO = DATE(:E220-FECHA-PROCESO)
                  AND T154_JOBNAME     = :E220-JOBNAME
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE CA-20             TO E220-COD-RETURN
               WHEN OTHER
                    MOVE CA-99             TO E220-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 1200-BUSCA-CATALOGO: UN REPORTE FUERA DEL CATALOGO SE       *
      *     ARCHIVA IGUAL CON LA CLASE DE RETENCION POR OMISION PARA   *
      *     NO PERDERLO; NO TIENE DUENO NI SUSCRIPTORES.               *
      ******************************************************************
       1200-BUSCA-CATALOGO.
      *
           EXEC SQL
               SELECT T265_CLASE_RET, T265_DESCRIPCION
                 INTO :WS-CLASE-RET, :WS-DESCRIPCION
                 FROM MBDT265 with(nolock)
                WHERE T265_JOBNAME = :E220-JOBNAME
                  AND T265_DDNAME  = :E220-DDNAME
                  AND T265_ACTIVO  = :CA-ACTIVO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE 'N'               TO WSS-CATALOGO
                    MOVE CA-CLASE-OMISION  TO WS-CLASE-RET
                    MOVE SPACES            TO WS-DESCRIPCION
               WHEN OTHER
                    MOVE CA-99             TO E220-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 1300-CALCULA-EXPIRA: DIAS DE RETENCION DE LA CLASE CONTADOS *
      *     DESDE EL DIA DE PROCESO.                                   *
      ******************************************************************
       1300-CALCULA-EXPIRA.
      *
           EVALUATE TRUE
               WHEN WS-CLASE-MEDIA
                    MOVE 365               TO WS-DIAS-RETENCION
               WHEN WS-CLASE-LARGA
                    MOVE 1825              TO WS-DIAS-RETENCION
               WHEN WS-CLASE-PERMANENTE
                    MOVE 3650              TO WS-DIAS-RETENCION
               WHEN OTHER
                    MOVE CA-CLASE-OMISION  TO WS-CLASE-RET
                    MOVE 90                TO WS-DIAS-RETENCION
           END-EVALUATE.
      *
           EXEC SQL
               SELECT TOP 1 INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 5)))
                 INTO :WS-DIAS-LEIDO
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'RPTR'
                  AND T140_COD_TABLE = :WS-CLASE-RET
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK AND WS-DIAS-LEIDO > 0
              MOVE WS-DIAS-LEIDO           TO WS-DIAS-RETENCION
           END-IF.
      *
           EXEC SQL
               SELECT CHAR(DATE(:E220-FECHA-PROCESO)
                           + :WS-DIAS-RETENCION DAYS, ISO)
                 INTO :WS-FEC-EXPIRA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E220-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-REGISTRA-REPORTE: UN REPORTE POR JOB, DD Y CORRIDA. SI *
      *     YA EXISTE (SE REPITIO EL PASO) SE BORRAN SUS RENGLONES     *
      *     PARA VOLVER A CARGARLOS.                                   *
      ******************************************************************
       2000-REGISTRA-REPORTE.
      *
           EXEC SQL
               SELECT T266_ID_RUN
                 INTO :WS-ID-RUN
                 FROM MBDT266 with(nolock)
                WHERE T266_JOBNAME     = :E220-JOBNAME
                  AND T266_DDNAME      = :E220-DDNAME
                  AND T266_STP_CORRIDA = TIMESTAMP(:WS-STP-CORRIDA)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE 'N'               TO WSS-CORRIDA-NUEVA
                    PERFORM 2100-LIMPIA-REPORTE
               WHEN SQL-88-NOT-FOUND
                    PERFORM 2200-ALTA-REPORTE
               WHEN OTHER
                    MOVE CA-99             TO E220-COD-RETURN
           END-EVALUATE.
      *
           MOVE WS-ID-RUN                  TO E220-ID-RUN.
      *
      ******************************************************************
      *.PN 2100-LIMPIA-REPORTE.                                        *
      ******************************************************************
       2100-LIMPIA-REPORTE.
      *
           EXEC SQL
               DELETE FROM MBDT267
                WHERE T267_ID_RUN = :WS-ID-RUN
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E220-COD-RETURN
           END-IF.
      *
           IF E220-RETURN-OK
              EXEC SQL
                  UPDATE MBDT266
                     SET T266_NUM_LINEAS = 0,
                         T266_CLASE_RET  = :WS-CLASE-RET,
                         T266_FEC_EXPIRA = DATE(:WS-FEC-EXPIRA),
                         T266_ESTADO     = :CA-DISPONIBLE,
                         T266_STP_ALTA   = CURRENT TIMESTAMP
                   WHERE T266_ID_RUN = :WS-ID-RUN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E220-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-ALTA-REPORTE.                                          *
      ******************************************************************
       2200-ALTA-REPORTE.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T266_ID_RUN), 0) + 1
                 INTO :WS-ID-RUN
                 FROM MBDT266
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              EXEC SQL
                  INSERT INTO MBDT266
                         (T266_ID_RUN, T266_JOBNAME, T266_DDNAME,
                          T266_DAT_PROCESO, T266_STP_CORRIDA,
                          T266_NUM_LINEAS, T266_CLASE_RET,
                          T266_FEC_EXPIRA, T266_ESTADO,
                          T266_NUM_AVISOS, T266_STP_ALTA)
                  VALUES (:WS-ID-RUN, :E220-JOBNAME, :E220-DDNAME,
                          DATE(:E220-FECHA-PROCESO),
                          TIMESTAMP(:WS-STP-CORRIDA),
                          0, :WS-CLASE-RET,
                          DATE(:WS-FEC-EXPIRA), :CA-DISPONIBLE,
                          0, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E220-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3000-CARGA-RENGLONES: UN RENGLON DE MBDT267 POR RENGLON DEL *
      *     REPORTE, NUMERADOS DESDE 1.                                *
      ******************************************************************
       3000-CARGA-RENGLONES.
      *
           MOVE 0                          TO WS-NUM-LINEA.
           PERFORM 3010-LEE-RENGLON.
           PERFORM 3100-GUARDA-RENGLON
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
           IF E220-RETURN-OK
              EXEC SQL
                  UPDATE MBDT266
                     SET T266_NUM_LINEAS = :WS-NUM-LINEA
                   WHERE T266_ID_RUN = :WS-ID-RUN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E220-COD-RETURN
              END-IF
           END-IF.
      *
           MOVE WS-NUM-LINEA               TO E220-NUM-LINEAS.
      *
      ******************************************************************
      *.PN 3010-LEE-RENGLON.                                           *
      ******************************************************************
       3010-LEE-RENGLON.
      *
           READ F-REPORTE
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 3100-GUARDA-RENGLON.                                        *
      ******************************************************************
       3100-GUARDA-RENGLON.
      *
           ADD 1                           TO WS-NUM-LINEA.
      *
           EXEC SQL
               INSERT INTO MBDT267
                      (T267_ID_RUN, T267_NUM_LINEA, T267_TEXTO)
               VALUES (:WS-ID-RUN, :WS-NUM-LINEA, :FR-REPORTE-LINEA)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              PERFORM 3010-LEE-RENGLON
           ELSE
              MOVE CA-99                   TO E220-COD-RETURN
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 4000-AVISA-SUSCRIPTORES: UN CORREO POR SUSCRIPTOR DEL       *
      *     REPORTE. SI SE REPITIO EL PASO EN LA MISMA CORRIDA YA SE   *
      *     HABIA AVISADO Y NO SE VUELVE A AVISAR.                     *
      ******************************************************************
       4000-AVISA-SUSCRIPTORES.
      *
           IF NOT WSS-CORRIDA-NUEVA-NO
              MOVE 'N'                     TO WSS-FIN-CURSOR
              PERFORM 4100-LEE-SUSCRIPTORES
           END-IF.
      *
      ******************************************************************
      *.PN 4100-LEE-SUSCRIPTORES.                                      *
      ******************************************************************
       4100-LEE-SUSCRIPTORES.
      *
           EXEC SQL
               DECLARE C220SUS CURSOR FOR
               SELECT T268_CORREO
                 FROM MBDT268 with(nolock)
                WHERE T268_JOBNAME = :E220-JOBNAME
                  AND T268_DDNAME  = :E220-DDNAME
                ORDER BY T268_CORREO
           END-EXEC.
      *
           EXEC SQL
               OPEN C220SUS
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C220SUS
                   INTO :WS-SUS-CORREO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 4200-ESCRIBE-AVISO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E220-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C220SUS
           END-EXEC.
      *
           IF E220-RETURN-OK
              EXEC SQL
                  UPDATE MBDT266
                     SET T266_NUM_AVISOS = :E220-NUM-AVISOS
                   WHERE T266_ID_RUN = :WS-ID-RUN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E220-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 4200-ESCRIBE-AVISO.                                         *
      ******************************************************************
       4200-ESCRIBE-AVISO.
      *
           MOVE WS-ID-RUN                  TO WS-EDIT-ID.
           MOVE WS-NUM-LINEA               TO WS-EDIT-LINEAS.
           MOVE SPACES                     TO FR-CORREO-LINEA.
           STRING WS-SUS-CORREO            DELIMITED BY SPACE
                  ';REPORTE DISPONIBLE '   DELIMITED BY SIZE
                  E220-JOBNAME             DELIMITED BY SPACE
                  '/'                      DELIMITED BY SIZE
                  E220-DDNAME              DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  E220-FECHA-PROCESO       DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-DESCRIPCION           DELIMITED BY SIZE
                  ' FOLIO '                DELIMITED BY SIZE
                  WS-EDIT-ID               DELIMITED BY SIZE
                  ' RENGLONES '            DELIMITED BY SIZE
                  WS-EDIT-LINEAS           DELIMITED BY SIZE
             INTO FR-CORREO-LINEA
           END-STRING.
           WRITE FR-CORREO-LINEA.
      *
           ADD 1                           TO E220-NUM-AVISOS.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REPORTE
                    F-CORREO
           END-IF.
      *
           GOBACK.
      *
