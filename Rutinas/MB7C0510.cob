      ******************************************************************
      *  MB7C0510: COLA DE SOLICITUDES ARCO DE RECTIFICACION,         *
      *            CANCELACION Y OPOSICION. EL ACCESO ("QUIEN VIO MIS *
      *            DATOS") LO RESPONDE MB9B0168; EL RESTO LA OFICINA  *
      *            DE PRIVACIDAD LO LLEVABA POR CORREO. AQUI SE       *
      *            CAPTURA CADA SOLICITUD (CLIENTE; DERECHO; DATOS    *
      *            INVOLUCRADOS) CON SU VENCIMIENTO LEGAL DE 20 DIAS  *
      *            HABILES DEL CALENDARIO CENTRAL (MB7C0340); SE      *
      *            REVISA SI LA RETENCION LEGAL BLOQUEA UNA           *
      *            CANCELACION (ACLARACIONES ABIERTAS EN MBDT309;     *
      *            RETENCIONES Y EMBARGOS EN BGDT089; MOVIMIENTOS     *
      *            DENTRO DEL PERIODO DE CONSERVACION) Y SE REGISTRA  *
      *            LA RESPUESTA CON SU EVIDENCIA (MBDT228). EL        *
      *            ENVEJECIMIENTO DIARIO LO HACE MB9B0205. MISMO      *
      *            PATRON QUE MB7C0490. SIN VERBOS CICS.              *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0510.
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
      *     @BAZ240    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-ARC                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-ARC-SI                    VALUE 'S'.
      *
      * SOLICITUD EN TURNO (CURSOR C510ARC O LECTURA POR FOLIO).
       01 VA-ARC.
           05 VA-ARC-FOLIO                 PIC S9(09) COMP-3.
           05 VA-ARC-BDMID                 PIC X(40).
           05 VA-ARC-DERECHO               PIC X(01).
           05 VA-ARC-FEC-RECEPCION         PIC X(10).
           05 VA-ARC-FEC-LIMITE            PIC X(10).
           05 VA-ARC-ESTADO                PIC X(02).
           05 VA-ARC-BLOQUEO               PIC X(03).
       01 VA-REP-FOLIO                     PIC S9(09) COMP-3.
       01 VA-IX-ARC                        PIC S9(04) COMP.
       01 VA-FECHA-VENCE                   PIC X(10).
       01 VA-ANIOS-RETENCION               PIC S9(04) COMP.
       01 VA-ANIOS-RETENCION-X             PIC X(02).
       01 VA-ANIOS-RETENCION-N REDEFINES VA-ANIOS-RETENCION-X
                                           PIC 9(02).
       01 VN-BLOQUEOS                      PIC S9(09) COMP.
      *
      *    COMMAREA DEL CALENDARIO CENTRAL (CALL MB7C0340).
       01 VA-MBEC0340.
           COPY MBEC0340.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-ARC                       PIC S9(04) COMP VALUE 10.
       01 CA-DIAS-PLAZO                    PIC S9(04) COMP VALUE 20.
       01 CA-ANIOS-RETENCION               PIC S9(04) COMP VALUE 10.
       01 CA-PENDIENTE                     PIC X(02) VALUE 'PE'.
       01 CA-BLOQUEADA                     PIC X(02) VALUE 'BL'.
       01 CA-ATENDIDA                      PIC X(02) VALUE 'AT'.
       01 CA-NEGADA                        PIC X(02) VALUE 'NE'.
       01 CA-SI                            PIC X(01) VALUE 'S'.
       01 CA-MB7C0340                      PIC X(08) VALUE 'MB7C0340'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0510.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-ARC-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-ARC-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-ARC-CONSULTA
                    PERFORM 3000-LEE-SOLICITUD
                 WHEN PR-ARC-LISTA
                    PERFORM 4000-LISTA
                 WHEN PR-ARC-RESPONDE
                    PERFORM 3000-LEE-SOLICITUD
                    IF PR-ARC-COD-RETURN EQUAL CA-00
                       PERFORM 5000-RESPONDE
                    END-IF
                 WHEN OTHER
                    MOVE CA-99             TO PR-ARC-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-ARC-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-ARC-COD-RETURN
           MOVE SPACES                     TO PR-ARC-DES-ERROR
           MOVE 'N'                        TO PR-ARC-MAS-DATOS
           MOVE ZEROES                     TO PR-ARC-NUM-SOLICITUD
           INITIALIZE VA-ARC

           IF PR-ARC-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-ARC-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-ARC-DES-ERROR
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND
              (PR-ARC-ALTA OR PR-ARC-RESPONDE)
              IF PR-ARC-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-ARC-DES-ERROR
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND PR-ARC-ALTA
              IF PR-ARC-BDMID EQUAL SPACES OR LOW-VALUES OR
                 PR-ARC-DATOS EQUAL SPACES OR LOW-VALUES OR
                 NOT (PR-ARC-RECTIFICACION OR PR-ARC-CANCELACION OR
                      PR-ARC-OPOSICION)
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'FALTA BDMID, DERECHO O DATOS'
                                           TO PR-ARC-DES-ERROR
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND
              (PR-ARC-CONSULTA OR PR-ARC-RESPONDE)
              IF PR-ARC-FOLIO NOT NUMERIC OR
                 PR-ARC-FOLIO EQUAL ZEROES
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'FALTA FOLIO'        TO PR-ARC-DES-ERROR
              ELSE
                 MOVE PR-ARC-FOLIO         TO VA-ARC-FOLIO
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND PR-ARC-RESPONDE
              IF NOT (PR-ARC-PROCEDENTE OR PR-ARC-IMPROCEDENTE) OR
                 PR-ARC-RESPUESTA EQUAL SPACES OR LOW-VALUES OR
                 PR-ARC-EVIDENCIA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'FALTA RESULTADO, RESPUESTA O EVIDENCIA'
                                           TO PR-ARC-DES-ERROR
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND PR-ARC-LISTA
              IF PR-ARC-REP-FOLIO NOT NUMERIC
                 MOVE ZEROES               TO PR-ARC-REP-FOLIO
              END-IF
              MOVE PR-ARC-REP-FOLIO        TO VA-REP-FOLIO
           END-IF.
      ******************************************************************
      *2000-ALTA: RECEPCION (LA DEL CANAL O LA FECHA DE PROCESO),      *
      *     VENCIMIENTO A 20 DIAS HABILES Y; EN CANCELACION; REVISION  *
      *     DE LA RETENCION LEGAL ANTES DE REGISTRAR.                  *
      ******************************************************************
       2000-ALTA.

           IF PR-ARC-FEC-RECEPCION EQUAL SPACES OR LOW-VALUES
              INITIALIZE VA-MBEC0340
              MOVE 'F'                     TO PR-CAL-ACCION
              MOVE PR-ARC-ENT              TO PR-CAL-ENT
              CALL CA-MB7C0340 USING VA-MBEC0340
              IF PR-CAL-COD-RETURN EQUAL CA-00
                 MOVE PR-CAL-FECHA-SAL     TO PR-ARC-FEC-RECEPCION
              ELSE
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'SIN FECHA DE PROCESO'
                                           TO PR-ARC-DES-ERROR
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00
              MOVE PR-ARC-FEC-RECEPCION    TO VA-FECHA-VENCE
              PERFORM 2100-SIGUIENTE-HABIL CA-DIAS-PLAZO TIMES
              MOVE VA-FECHA-VENCE          TO PR-ARC-FEC-LIMITE
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00
              MOVE 'N'                     TO PR-ARC-BLQ-ACL
                                              PR-ARC-BLQ-RET
                                              PR-ARC-BLQ-HIS
              MOVE CA-PENDIENTE            TO PR-ARC-ESTADO
              IF PR-ARC-CANCELACION
                 PERFORM 6000-REVISA-RETENCION
                 IF PR-ARC-BLOQUEO NOT EQUAL 'NNN'
                    MOVE CA-BLOQUEADA      TO PR-ARC-ESTADO
                 END-IF
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00
              PERFORM 2200-INSERTA
           END-IF.
      ******************************************************************
      *2100-SIGUIENTE-HABIL: AVANZA EL VENCIMIENTO UN DIA HABIL (EL    *
      *     MISMO CRITERIO QUE LOS REQUERIMIENTOS DE AUTORIDAD EN      *
      *     MB9B0194).                                                 *
      ******************************************************************
       2100-SIGUIENTE-HABIL.

           IF PR-ARC-COD-RETURN EQUAL CA-00
              INITIALIZE VA-MBEC0340
              MOVE 'S'                     TO PR-CAL-ACCION
              MOVE PR-ARC-ENT              TO PR-CAL-ENT
              MOVE VA-FECHA-VENCE          TO PR-CAL-FECHA
              CALL CA-MB7C0340 USING VA-MBEC0340
              IF PR-CAL-COD-RETURN EQUAL CA-00
                 MOVE PR-CAL-FECHA-SAL     TO VA-FECHA-VENCE
              ELSE
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'ERROR EN CALENDARIO' TO PR-ARC-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2200-INSERTA: FOLIO CONSECUTIVO (MAX + 1).                      *
      ******************************************************************
       2200-INSERTA.

           EXEC SQL
              SELECT COALESCE(MAX(T228_FOLIO), 0) + 1
                INTO :VA-ARC-FOLIO
                FROM MBDT228
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              EXEC SQL
                 INSERT INTO MBDT228
                        (T228_FOLIO, T228_ENT, T228_BDMID,
                         T228_DERECHO, T228_DATOS, T228_DESCRIPCION,
                         T228_FEC_RECEPCION, T228_FEC_LIMITE,
                         T228_ESTADO, T228_BLQ_ACL, T228_BLQ_RET,
                         T228_BLQ_HIS, T228_RESULTADO,
                         T228_RESPUESTA, T228_EVIDENCIA,
                         T228_USR_ALTA, T228_USR_RESP,
                         T228_STP_ALTA, T228_STP_RESP,
                         T228_STP_LASTMOD)
                 VALUES (:VA-ARC-FOLIO, :PR-ARC-ENT, :PR-ARC-BDMID,
                         :PR-ARC-DERECHO, :PR-ARC-DATOS,
                         :PR-ARC-DESCRIPCION,
                         DATE(:PR-ARC-FEC-RECEPCION),
                         DATE(:PR-ARC-FEC-LIMITE),
                         :PR-ARC-ESTADO, :PR-ARC-BLQ-ACL,
                         :PR-ARC-BLQ-RET, :PR-ARC-BLQ-HIS, ' ',
                         ' ', ' ',
                         :PR-ARC-USUARIO, ' ',
                         CURRENT TIMESTAMP, NULL,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF SQL-88-OK
              MOVE VA-ARC-FOLIO            TO PR-ARC-FOLIO
           ELSE
              MOVE CA-99                   TO PR-ARC-COD-RETURN
              MOVE 'ERROR SQL MBDT228'     TO PR-ARC-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-LEE-SOLICITUD.                                             *
      ******************************************************************
       3000-LEE-SOLICITUD.

           EXEC SQL
              SELECT T228_BDMID, T228_DERECHO, T228_DATOS,
                     T228_DESCRIPCION, CHAR(T228_FEC_RECEPCION),
                     CHAR(T228_FEC_LIMITE), T228_ESTADO,
                     T228_BLQ_ACL, T228_BLQ_RET, T228_BLQ_HIS
                INTO :PR-ARC-BDMID, :PR-ARC-DERECHO, :PR-ARC-DATOS,
                     :PR-ARC-DESCRIPCION, :PR-ARC-FEC-RECEPCION,
                     :PR-ARC-FEC-LIMITE, :PR-ARC-ESTADO,
                     :PR-ARC-BLQ-ACL, :PR-ARC-BLQ-RET,
                     :PR-ARC-BLQ-HIS
                FROM MBDT228 with (nolock)
               WHERE T228_FOLIO = :VA-ARC-FOLIO
                 AND T228_ENT   = :PR-ARC-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-ARC-COD-RETURN
                 MOVE 'SOLICITUD NO EXISTE' TO PR-ARC-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'ERROR SQL MBDT228'  TO PR-ARC-DES-ERROR
           END-EVALUATE

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND PR-ARC-CONSULTA
              EXEC SQL
                 SELECT T228_RESULTADO, T228_RESPUESTA,
                        T228_EVIDENCIA
                   INTO :PR-ARC-RESULTADO, :PR-ARC-RESPUESTA,
                        :PR-ARC-EVIDENCIA
                   FROM MBDT228 with (nolock)
                  WHERE T228_FOLIO = :VA-ARC-FOLIO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'ERROR SQL MBDT228'  TO PR-ARC-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *4000-LISTA.                                                     *
      *     POR FOLIO ASCENDENTE; EL FOLIO DE LA ULTIMA ENTREGADA ES   *
      *     LA REPOSICION. CON BDMID TODAS LAS DEL CLIENTE; SIN EL     *
      *     LAS ABIERTAS DE LA ENTIDAD. SE LEE UNA DE MAS PARA SABER   *
      *     SI HAY OTRA PAGINA.                                        *
      ******************************************************************
       4000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-ARC
           MOVE ZEROES                     TO VA-IX-ARC
           IF PR-ARC-BDMID EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-ARC-BDMID
           END-IF

           EXEC SQL
              DECLARE C510ARC CURSOR FOR
              SELECT T228_FOLIO, T228_BDMID, T228_DERECHO,
                     CHAR(T228_FEC_RECEPCION), CHAR(T228_FEC_LIMITE),
                     T228_ESTADO,
                     T228_BLQ_ACL CONCAT T228_BLQ_RET CONCAT
                     T228_BLQ_HIS
                FROM MBDT228 with (nolock)
               WHERE T228_ENT   = :PR-ARC-ENT
                 AND T228_FOLIO > :VA-REP-FOLIO
                 AND ((:PR-ARC-BDMID = ' ' AND
                       T228_ESTADO IN (:CA-PENDIENTE, :CA-BLOQUEADA))
                   OR T228_BDMID = :PR-ARC-BDMID)
               ORDER BY T228_FOLIO
           END-EXEC

           EXEC SQL
              OPEN C510ARC
           END-EXEC

           PERFORM UNTIL VA-88-FIN-ARC-SI
              EXEC SQL
                 FETCH C510ARC
                 INTO :VA-ARC-FOLIO, :VA-ARC-BDMID, :VA-ARC-DERECHO,
                      :VA-ARC-FEC-RECEPCION, :VA-ARC-FEC-LIMITE,
                      :VA-ARC-ESTADO, :VA-ARC-BLOQUEO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-ARC >= CA-MAX-ARC
                       MOVE 'S'            TO PR-ARC-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-ARC
                    ELSE
                       PERFORM 4100-AGREGA-SOLICITUD
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-ARC
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-ARC
                    MOVE CA-99             TO PR-ARC-COD-RETURN
                    MOVE 'ERROR SQL MBDT228'
                                           TO PR-ARC-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C510ARC
           END-EXEC

           IF PR-ARC-NUM-SOLICITUD EQUAL ZEROES AND
              PR-ARC-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO PR-ARC-COD-RETURN
           END-IF.
      ******************************************************************
      *4100-AGREGA-SOLICITUD.                                          *
      ******************************************************************
       4100-AGREGA-SOLICITUD.

           ADD 1                           TO VA-IX-ARC
           MOVE VA-ARC-FOLIO               TO PR-ARC-REP-FOLIO

           MOVE VA-ARC-FOLIO      TO PR-ARC-LST-FOLIO(VA-IX-ARC)
           MOVE VA-ARC-BDMID      TO PR-ARC-LST-BDMID(VA-IX-ARC)
           MOVE VA-ARC-DERECHO    TO PR-ARC-LST-DERECHO(VA-IX-ARC)
           MOVE VA-ARC-FEC-RECEPCION
                                  TO PR-ARC-LST-FEC-RECEPCION(VA-IX-ARC)
           MOVE VA-ARC-FEC-LIMITE TO PR-ARC-LST-FEC-LIMITE(VA-IX-ARC)
           MOVE VA-ARC-ESTADO     TO PR-ARC-LST-ESTADO(VA-IX-ARC)
           MOVE VA-ARC-BLOQUEO    TO PR-ARC-LST-BLOQUEO(VA-IX-ARC)
           MOVE VA-IX-ARC                  TO PR-ARC-NUM-SOLICITUD.
      ******************************************************************
      *5000-RESPONDE: SOLO SE RESPONDE UNA SOLICITUD ABIERTA. UNA      *
      *     CANCELACION SE REVISA DE NUEVO (LA RETENCION PUDO          *
      *     LIBERARSE O APARECER DESDE LA CAPTURA); CON RETENCION      *
      *     VIGENTE SOLO PROCEDE LA RESPUESTA IMPROCEDENTE Y LOS       *
      *     BLOQUEOS QUEDAN ACTUALIZADOS EN LA SOLICITUD.              *
      ******************************************************************
       5000-RESPONDE.

           IF PR-ARC-ESTADO NOT EQUAL CA-PENDIENTE AND
              PR-ARC-ESTADO NOT EQUAL CA-BLOQUEADA
              MOVE CA-10                   TO PR-ARC-COD-RETURN
              MOVE 'SOLICITUD YA RESPONDIDA' TO PR-ARC-DES-ERROR
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00 AND PR-ARC-CANCELACION
              MOVE 'N'                     TO PR-ARC-BLQ-ACL
                                              PR-ARC-BLQ-RET
                                              PR-ARC-BLQ-HIS
              PERFORM 6000-REVISA-RETENCION
              IF PR-ARC-COD-RETURN EQUAL CA-00 AND
                 PR-ARC-BLOQUEO NOT EQUAL 'NNN' AND
                 PR-ARC-PROCEDENTE
                 MOVE CA-BLOQUEADA         TO PR-ARC-ESTADO
                 PERFORM 5100-ACTUALIZA-BLOQUEO
                 IF PR-ARC-COD-RETURN EQUAL CA-00
                    MOVE CA-10             TO PR-ARC-COD-RETURN
                    MOVE 'CANCELACION CON RETENCION LEGAL'
                                           TO PR-ARC-DES-ERROR
                 END-IF
              END-IF
           END-IF

           IF PR-ARC-COD-RETURN EQUAL CA-00
              IF PR-ARC-PROCEDENTE
                 MOVE CA-ATENDIDA          TO PR-ARC-ESTADO
              ELSE
                 MOVE CA-NEGADA            TO PR-ARC-ESTADO
              END-IF
              EXEC SQL
                 UPDATE MBDT228
                    SET T228_ESTADO      = :PR-ARC-ESTADO,
                        T228_BLQ_ACL     = :PR-ARC-BLQ-ACL,
                        T228_BLQ_RET     = :PR-ARC-BLQ-RET,
                        T228_BLQ_HIS     = :PR-ARC-BLQ-HIS,
                        T228_RESULTADO   = :PR-ARC-RESULTADO,
                        T228_RESPUESTA   = :PR-ARC-RESPUESTA,
                        T228_EVIDENCIA   = :PR-ARC-EVIDENCIA,
                        T228_USR_RESP    = :PR-ARC-USUARIO,
                        T228_STP_RESP    = CURRENT TIMESTAMP,
                        T228_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T228_FOLIO  = :VA-ARC-FOLIO
                    AND T228_ESTADO IN (:CA-PENDIENTE, :CA-BLOQUEADA)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    CONTINUE
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-10             TO PR-ARC-COD-RETURN
                    MOVE 'SOLICITUD YA RESPONDIDA'
                                           TO PR-ARC-DES-ERROR
                 WHEN OTHER
                    MOVE CA-99             TO PR-ARC-COD-RETURN
                    MOVE 'ERROR SQL MBDT228'
                                           TO PR-ARC-DES-ERROR
              END-EVALUATE
           END-IF.
      ******************************************************************
      *5100-ACTUALIZA-BLOQUEO: DEJA EN LA SOLICITUD LOS BLOQUEOS DE    *
      *     LA REVISION MAS RECIENTE.                                  *
      ******************************************************************
       5100-ACTUALIZA-BLOQUEO.

           EXEC SQL
              UPDATE MBDT228
                 SET T228_ESTADO      = :PR-ARC-ESTADO,
                     T228_BLQ_ACL     = :PR-ARC-BLQ-ACL,
                     T228_BLQ_RET     = :PR-ARC-BLQ-RET,
                     T228_BLQ_HIS     = :PR-ARC-BLQ-HIS,
                     T228_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T228_FOLIO  = :VA-ARC-FOLIO
                 AND T228_ESTADO IN (:CA-PENDIENTE, :CA-BLOQUEADA)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-ARC-COD-RETURN
              MOVE 'ERROR SQL MBDT228'     TO PR-ARC-DES-ERROR
           END-IF.
      ******************************************************************
      *6000-REVISA-RETENCION: SOBRE TODAS LAS CUENTAS DEL BDMID        *
      *     (MBDT036, SIN FILTRAR ESTATUS: UNA CUENTA CANCELADA TAMBIEN*
      *     SE CONSERVA). CADA CAUSA PRENDE SU BANDERA.                *
      ******************************************************************
       6000-REVISA-RETENCION.

           PERFORM 6100-REVISA-ACLARACIONES
           IF PR-ARC-COD-RETURN EQUAL CA-00
              PERFORM 6200-REVISA-RETENCIONES
           END-IF
           IF PR-ARC-COD-RETURN EQUAL CA-00
              PERFORM 6300-REVISA-HISTORIA
           END-IF.
      ******************************************************************
      *6100-REVISA-ACLARACIONES: ABIERTA = FUERA DE 'CE'/'RE' (LA      *
      *     MISMA REGLA DE MB9B0153).                                  *
      ******************************************************************
       6100-REVISA-ACLARACIONES.

           MOVE ZEROES                     TO VN-BLOQUEOS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-BLOQUEOS
                FROM MBDT309 A with (nolock),
                     MBDT036 C with (nolock)
               WHERE C.T036_BDMID   = :PR-ARC-BDMID
                 AND C.T036_ENT     = :PR-ARC-ENT
                 AND A.T309_ENT     = C.T036_ENT
                 AND A.T309_CEN_REG = C.T036_CEN_REG
                 AND A.T309_ACC     = C.T036_ACC
                 AND A.T309_STATUS NOT IN ('CE', 'RE')
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VN-BLOQUEOS > ZEROES
                    MOVE CA-SI             TO PR-ARC-BLQ-ACL
                 END-IF
              WHEN OTHER
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'ERROR SQL MBDT309'  TO PR-ARC-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *6200-REVISA-RETENCIONES: TODO RENGLON DE BGDT089 ES UNA         *
      *     RETENCION VIVA (LA LIBERACION LO BORRA); LOS EMBARGOS DE   *
      *     MB9B0127 VIVEN EN LA MISMA TABLA.                          *
      ******************************************************************
       6200-REVISA-RETENCIONES.

           MOVE ZEROES                     TO VN-BLOQUEOS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-BLOQUEOS
                FROM BGDT089 R with (nolock),
                     MBDT036 C with (nolock)
               WHERE C.T036_BDMID   = :PR-ARC-BDMID
                 AND C.T036_ENT     = :PR-ARC-ENT
                 AND R.T089_ENT     = C.T036_ENT
                 AND R.T089_CEN_REG = C.T036_CEN_REG
                 AND R.T089_ACC     = C.T036_ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VN-BLOQUEOS > ZEROES
                    MOVE CA-SI             TO PR-ARC-BLQ-RET
                 END-IF
              WHEN OTHER
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'ERROR SQL BGDT089'  TO PR-ARC-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *6300-REVISA-HISTORIA: MOVIMIENTOS DENTRO DEL PERIODO DE         *
      *     CONSERVACION. LOS ANOS SALEN DE MBDT140 (KEY 'ARCO', COD   *
      *     'RETMOV', DES_TABLE(1:2)); SIN RENGLON APLICA EL DEFAULT.  *
      ******************************************************************
       6300-REVISA-HISTORIA.

           MOVE CA-ANIOS-RETENCION         TO VA-ANIOS-RETENCION
           MOVE SPACES                     TO VA-ANIOS-RETENCION-X

           EXEC SQL
              SELECT SUBSTR(T140_DES_TABLE, 1, 2)
                INTO :VA-ANIOS-RETENCION-X
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = 'ARCO'
                 AND T140_COD_TABLE = 'RETMOV'
                 AND T140_ENTITY    = :PR-ARC-ENT
                 AND T140_LANGUAGE  = 'E'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK AND VA-ANIOS-RETENCION-X IS NUMERIC
              MOVE VA-ANIOS-RETENCION-N    TO VA-ANIOS-RETENCION
           END-IF

           MOVE ZEROES                     TO VN-BLOQUEOS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-BLOQUEOS
                FROM BGDT071 M with (nolock),
                     MBDT036 C with (nolock)
               WHERE C.T036_BDMID   = :PR-ARC-BDMID
                 AND C.T036_ENT     = :PR-ARC-ENT
                 AND M.T071_ENT     = C.T036_ENT
                 AND M.T071_CEN_REG = C.T036_CEN_REG
                 AND M.T071_ACC     = C.T036_ACC
                 AND M.T071_DAT_OPERATION >=
                     CURRENT DATE - :VA-ANIOS-RETENCION YEARS
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VN-BLOQUEOS > ZEROES
                    MOVE CA-SI             TO PR-ARC-BLQ-HIS
                 END-IF
              WHEN OTHER
                 MOVE CA-99                TO PR-ARC-COD-RETURN
                 MOVE 'ERROR SQL BGDT071'  TO PR-ARC-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
