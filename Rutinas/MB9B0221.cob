      ******************************************************************
      *  MB9B0221: CONTROL DE DISTRIBUCION DEL REPOSITORIO CENTRAL DE *
      *            REPORTES. CORRE AL CIERRE DE LA VENTANA BATCH:     *
      *            1) REVISA QUE CADA REPORTE DEL CATALOGO MBDT265    *
      *               ESPERADO PARA EL DIA DE PROCESO (DIARIO, DIA    *
      *               HABIL, SEMANAL O MENSUAL) SE HAYA ARCHIVADO EN  *
      *               MBDT266; EL QUE FALTA SALE EN EL REPORTE        *
      *               (DISTRPT) CON EL ESTADO DE LA CORRIDA DEL JOB   *
      *               (MBDT154) Y SE AVISA A LOS SUSCRIPTORES DEL     *
      *               DEPARTAMENTO DUENO POR RPTMAIL.                 *
      *            2) VENCE LOS REPORTES CUYA RETENCION TERMINO:      *
      *               BORRA SUS RENGLONES (MBDT267) Y LOS DEJA 'E' EN *
      *               MBDT266 (EL REGISTRO DEL REPORTE SE CONSERVA).  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0221.
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
           SELECT F-REPORTE ASSIGN TO DISTRPT
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
      * AVISO AL SUSCRIPTOR: CORREO;ASUNTO;CUERPO.
       FD  F-CORREO
           RECORDING MODE IS F.
       01  FR-CORREO-LINEA                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-FIN-SUSCRIPTOR            PIC X(01) VALUE 'N'.
              88 WSS-FIN-SUSCRIPTOR-SI              VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-MB7C0340                     PIC X(08)  VALUE 'MB7C0340'.
       01  CA-ACTIVO                       PIC X(01)  VALUE 'S'.
       01  CA-DISPONIBLE                   PIC X(01)  VALUE 'D'.
       01  CA-EXPIRADO                     PIC X(01)  VALUE 'E'.
      *
      * COMMAREA DEL CALENDARIO HABIL (CALL MB7C0340).
       01  VA-MBEC0340.
           COPY MBEC0340.
      *
      * DIA DE PROCESO: HABIL (S/N), DIA DE LA SEMANA (1 DOMINGO A
      * 7 SABADO) Y DIA DEL MES.
       01  WS-FLG-HABIL                    PIC X(01).
       01  WS-DIA-SEMANA                   PIC S9(04) COMP.
       01  WS-DIA-MES                      PIC S9(04) COMP.
      *
      * REPORTE ESPERADO EN TURNO (CURSOR C221ESP).
       01  WS-ESPERADO.
           05 WS-ESP-JOBNAME               PIC X(08).
           05 WS-ESP-DDNAME                PIC X(08).
           05 WS-ESP-DESCRIPCION           PIC X(40).
           05 WS-ESP-DEPTO                 PIC X(04).
           05 WS-ESP-FRECUENCIA            PIC X(01).
           05 WS-ESP-NUM-ARCHIVADOS        PIC S9(09) COMP.
           05 WS-ESP-ESTADO-JOB            PIC X(02).
      *
       01  WS-SUS-CORREO                   PIC X(60).
       01  WS-DES-ESTADO                   PIC X(20).
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0221.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0221.
      *
           PERFORM 1000-START.
           IF E221-RETURN-OK
              PERFORM 2000-REVISA-ESPERADOS
           END-IF.
           IF E221-RETURN-OK
              PERFORM 3000-VENCE-RETENCION
           END-IF.
           IF E221-RETURN-OK
              PERFORM 4000-TOTALES
           END-IF.
           IF E221-RETURN-OK AND E221-NUM-FALTANTES > 0
              MOVE CA-10                   TO E221-COD-RETURN
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START: DATOS DEL DIA DE PROCESO.                       *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E221-COD-RETURN.
           MOVE 0                          TO E221-NUM-ESPERADOS
                                              E221-NUM-FALTANTES
                                              E221-NUM-AVISOS
                                              E221-NUM-EXPIRADOS.
      *
           IF E221-ENT-ORIGIN    EQUAL SPACES OR
              E221-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E221-COD-RETURN
           END-IF.
      *
           IF E221-RETURN-OK
              EXEC SQL
                  SELECT DAYOFWEEK(DATE(:E221-FECHA-PROCESO)),
                         DAY(DATE(:E221-FECHA-PROCESO))
                    INTO :WS-DIA-SEMANA, :WS-DIA-MES
                    FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E221-COD-RETURN
              END-IF
           END-IF.
      *
           IF E221-RETURN-OK
              INITIALIZE VA-MBEC0340
              MOVE 'V'                     TO PR-CAL-ACCION
              MOVE E221-ENT-ORIGIN         TO PR-CAL-ENT
              MOVE E221-FECHA-PROCESO      TO PR-CAL-FECHA
              CALL CA-MB7C0340 USING VA-MBEC0340
              IF PR-CAL-COD-RETURN EQUAL CA-00
                 MOVE PR-CAL-FLG-HABIL     TO WS-FLG-HABIL
              ELSE
                 MOVE CA-99                TO E221-COD-RETURN
              END-IF
           END-IF.
      *
           IF E221-RETURN-OK
              OPEN OUTPUT F-REPORTE
                          F-CORREO
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'CONTROL DE DISTRIBUCION DE REPORTES DEL DIA '
                                           DELIMITED BY SIZE
                     E221-FECHA-PROCESO    DELIMITED BY SIZE
                     ' DIA HABIL='         DELIMITED BY SIZE
                     WS-FLG-HABIL          DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'JOB;DD;DEPTO;FRECUENCIA;ESTADO DEL JOB;'
                                           DELIMITED BY SIZE
                     'DESCRIPCION'         DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-REVISA-ESPERADOS: REPORTES DEL CATALOGO QUE TOCAN EL   *
      *     DIA DE PROCESO. FRECUENCIA 'D' TODOS LOS DIAS; 'H' DIAS    *
      *     HABILES; 'S' EL DIA DE LA SEMANA T265_DIA; 'M' EL DIA DEL  *
      *     MES T265_DIA.                                              *
      ******************************************************************
       2000-REVISA-ESPERADOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C221ESP CURSOR FOR
               SELECT C.T265_JOBNAME, C.T265_DDNAME,
                      C.T265_DESCRIPCION, C.T265_DEPTO,
                      C.T265_FRECUENCIA,
                      (SELECT COUNT(*)
                         FROM MBDT266 R with(nolock)
                        WHERE R.T266_JOBNAME     = C.T265_JOBNAME
                          AND R.T266_DDNAME      = C.T265_DDNAME
                          AND R.T266_DAT_PROCESO =
                              DATE(:E221-FECHA-PROCESO)),
                      COALESCE((SELECT J.T154_ESTADO
                                  FROM MBDT154 J with(nolock)
                                 WHERE J.T154_JOBNAME =
                                       C.T265_JOBNAME
                                   AND J.T154_DAT_PROCESO =
                                       DATE(:E221-FECHA-PROCESO)),
                               '  ')
                 FROM MBDT265 C with(nolock)
                WHERE C.T265_ACTIVO = :CA-ACTIVO
                  AND (C.T265_FRECUENCIA = 'D'
                   OR (C.T265_FRECUENCIA = 'H' AND
                       :WS-FLG-HABIL     = 'S')
                   OR (C.T265_FRECUENCIA = 'S' AND
                       C.T265_DIA        = :WS-DIA-SEMANA)
                   OR (C.T265_FRECUENCIA = 'M' AND
                       C.T265_DIA        = :WS-DIA-MES))
                ORDER BY C.T265_DEPTO, C.T265_JOBNAME, C.T265_DDNAME
           END-EXEC.
      *
           EXEC SQL
               OPEN C221ESP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C221ESP
                   INTO :WS-ESP-JOBNAME, :WS-ESP-DDNAME,
                        :WS-ESP-DESCRIPCION, :WS-ESP-DEPTO,
                        :WS-ESP-FRECUENCIA, :WS-ESP-NUM-ARCHIVADOS,
                        :WS-ESP-ESTADO-JOB
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-REVISA-REPORTE
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E221-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C221ESP
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-REVISA-REPORTE: EL ESPERADO SIN REPORTE ARCHIVADO SE   *
      *     REPORTA CON EL ESTADO DE LA CORRIDA DEL JOB (SIN CORRIDA,  *
      *     EJECUTANDO, TERMINO CON ERROR O TERMINO BIEN SIN ARCHIVAR).*
      ******************************************************************
       2100-REVISA-REPORTE.
      *
           ADD 1                           TO E221-NUM-ESPERADOS.
      *
           IF WS-ESP-NUM-ARCHIVADOS EQUAL 0
              ADD 1                        TO E221-NUM-FALTANTES
              EVALUATE WS-ESP-ESTADO-JOB
                  WHEN 'EJ'
                       MOVE 'JOB EN EJECUCION'    TO WS-DES-ESTADO
                  WHEN 'ER'
                       MOVE 'JOB TERMINO EN ERROR' TO WS-DES-ESTADO
                  WHEN 'OK'
                       MOVE 'JOB OK SIN REPORTE'  TO WS-DES-ESTADO
                  WHEN OTHER
                       MOVE 'JOB NO CORRIO'       TO WS-DES-ESTADO
              END-EVALUATE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING WS-ESP-JOBNAME        DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-ESP-DDNAME         DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-ESP-DEPTO          DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-ESP-FRECUENCIA     DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-DES-ESTADO         DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-ESP-DESCRIPCION    DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
              PERFORM 2200-AVISA-FALTANTE
           END-IF.
      *
      ******************************************************************
      *.PN 2200-AVISA-FALTANTE: AVISO A LOS SUSCRIPTORES DEL REPORTE   *
      *     (SOLO LOS DEL DEPARTAMENTO DUENO PUEDEN SUSCRIBIRSE).      *
      ******************************************************************
       2200-AVISA-FALTANTE.
      *
           MOVE 'N'                        TO WSS-FIN-SUSCRIPTOR.
      *
           EXEC SQL
               DECLARE C221SUS CURSOR FOR
               SELECT T268_CORREO
                 FROM MBDT268 with(nolock)
                WHERE T268_JOBNAME = :WS-ESP-JOBNAME
                  AND T268_DDNAME  = :WS-ESP-DDNAME
                ORDER BY T268_CORREO
           END-EXEC.
      *
           EXEC SQL
               OPEN C221SUS
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-SUSCRIPTOR-SI
               EXEC SQL
                   FETCH C221SUS
                   INTO :WS-SUS-CORREO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2300-ESCRIBE-AVISO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-SUSCRIPTOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-SUSCRIPTOR-SI TO TRUE
                        SET WSS-FIN-CURSOR-SI     TO TRUE
                        MOVE CA-99          TO E221-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C221SUS
           END-EXEC.
      *
      ******************************************************************
      *.PN 2300-ESCRIBE-AVISO.                                         *
      ******************************************************************
       2300-ESCRIBE-AVISO.
      *
           MOVE SPACES                     TO FR-CORREO-LINEA.
           STRING WS-SUS-CORREO            DELIMITED BY SPACE
                  ';REPORTE NO PRODUCIDO ' DELIMITED BY SIZE
                  WS-ESP-JOBNAME           DELIMITED BY SPACE
                  '/'                      DELIMITED BY SIZE
                  WS-ESP-DDNAME            DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  E221-FECHA-PROCESO       DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ESP-DESCRIPCION       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-DES-ESTADO            DELIMITED BY SIZE
             INTO FR-CORREO-LINEA
           END-STRING.
           WRITE FR-CORREO-LINEA.
      *
           ADD 1                           TO E221-NUM-AVISOS.
      *
      ******************************************************************
      *.PN 3000-VENCE-RETENCION: REPORTES DISPONIBLES CUYA FECHA DE    *
      *     EXPIRACION YA PASO. PRIMERO LOS RENGLONES Y LUEGO EL       *
      *     ESTADO, PARA QUE UNA RECORRIDA TERMINE EL TRABAJO.         *
      ******************************************************************
       3000-VENCE-RETENCION.
      *
           EXEC SQL
               DELETE FROM MBDT267
                WHERE T267_ID_RUN IN
                      (SELECT T266_ID_RUN
                         FROM MBDT266
                        WHERE T266_ESTADO     = :CA-DISPONIBLE
                          AND T266_FEC_EXPIRA <
                              DATE(:E221-FECHA-PROCESO))
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E221-COD-RETURN
           END-IF.
      *
           IF E221-RETURN-OK
              EXEC SQL
                  UPDATE MBDT266
                     SET T266_ESTADO = :CA-EXPIRADO
                   WHERE T266_ESTADO     = :CA-DISPONIBLE
                     AND T266_FEC_EXPIRA <
                         DATE(:E221-FECHA-PROCESO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                  WHEN SQL-88-OK
                       MOVE SQLERRD(3)     TO E221-NUM-EXPIRADOS
                  WHEN SQL-88-NOT-FOUND
                       CONTINUE
                  WHEN OTHER
                       MOVE CA-99          TO E221-COD-RETURN
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN 4000-TOTALES.                                               *
      ******************************************************************
       4000-TOTALES.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E221-NUM-ESPERADOS         TO WS-EDIT-NUM.
           STRING 'REPORTES ESPERADOS='    DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E221-NUM-FALTANTES         TO WS-EDIT-NUM.
           STRING 'REPORTES FALTANTES='    DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E221-NUM-EXPIRADOS         TO WS-EDIT-NUM.
           STRING 'REPORTES VENCIDOS POR RETENCION='
                                           DELIMITED BY SIZE
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
              CLOSE F-REPORTE
                    F-CORREO
           END-IF.
      *
           GOBACK.
      *
