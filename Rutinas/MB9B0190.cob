      ******************************************************************
      *  MB9B0190: CARGA DE LA RESPUESTA DEL PAC A LA EMISION CFDI DE *
      *            COMISIONES. LEE EL ARCHIVO DE RESPUESTA (CFDIRESP; *
      *            UN RENGLON POR COMPROBANTE DEL ARCHIVO QUE GENERA  *
      *            MB9B0189) Y AMARRA EL FOLIO FISCAL A CADA COMISION *
      *            DEL COMPROBANTE EN MBDT212: 'TI' TIMBRADA CON SU   *
      *            UUID; 'RE' RECHAZADA CON EL MOTIVO DEL PAC (LA     *
      *            SIGUIENTE EMISION LA VUELVE A MANDAR CON OTRO      *
      *            FOLIO). SOLO SE TOCAN ENVIOS PENDIENTES ('EN'): UN *
      *            FOLIO DESCONOCIDO O YA CONTESTADO NO PISA NADA Y   *
      *            SALE EN EL REPORTE DE INCIDENCIAS (CFDIRPT) JUNTO  *
      *            CON LOS RECHAZOS.                                  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0190.
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
      *     @BAZ222    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-RESPUESTA ASSIGN TO CFDIRESP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-INCIDENCIAS ASSIGN TO CFDIRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-RESPUESTA
           RECORDING MODE IS F.
       01  FR-RESPUESTA-REG.
           05 FR-RES-FOLIO                 PIC X(20).
           05 FR-RES-ESTATUS               PIC X(02).
              88 FR-RES-TIMBRADO                   VALUE 'OK'.
           05 FR-RES-UUID                  PIC X(36).
           05 FR-RES-FEC-TIMBRADO          PIC X(19).
           05 FR-RES-MOTIVO                PIC X(40).
           05 FILLER                       PIC X(03).
      *
       FD  F-INCIDENCIAS
           RECORDING MODE IS F.
       01  FR-INCIDENCIA-LINEA             PIC X(132).
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
       01  CA-TIMBRADO                     PIC X(02)  VALUE 'TI'.
       01  CA-RECHAZADO                    PIC X(02)  VALUE 'RE'.
      *
      * COMISIONES DEL COMPROBANTE ACTUALIZADAS POR EL RENGLON.
       01  WS-NUM-ACTUALIZADAS             PIC S9(09) COMP.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0190.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0190.
      *
           PERFORM 1000-START.
           IF E190-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 3000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E190-COD-RETURN.
           MOVE 0                          TO E190-NUM-LEIDOS
                                              E190-NUM-TIMBRADOS
                                              E190-NUM-RECHAZADOS
                                              E190-NUM-DESCONOCIDOS.
      *
           IF E190-ENT-ORIGIN EQUAL SPACES
              MOVE CA-99                   TO E190-COD-RETURN
           END-IF.
      *
           IF E190-RETURN-OK
              OPEN INPUT  F-RESPUESTA
              OPEN OUTPUT F-INCIDENCIAS
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS.                                               *
      ******************************************************************
       2000-PROCESS.
      *
           PERFORM 2010-LEE-RESPUESTA.
           PERFORM 2100-PROCESA-RESPUESTA
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
           IF E190-NUM-LEIDOS EQUAL 0 AND E190-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO E190-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2010-LEE-RESPUESTA.                                         *
      ******************************************************************
       2010-LEE-RESPUESTA.
      *
           READ F-RESPUESTA
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2100-PROCESA-RESPUESTA: TIMBRADO O RECHAZO DE TODAS LAS     *
      *     COMISIONES PENDIENTES DEL FOLIO.                           *
      ******************************************************************
       2100-PROCESA-RESPUESTA.
      *
           ADD 1 TO E190-NUM-LEIDOS.
           MOVE 0                          TO WS-NUM-ACTUALIZADAS.
      *
           IF FR-RES-TIMBRADO
              EXEC SQL
                  UPDATE MBDT212
                     SET T212_ESTADO      = :CA-TIMBRADO,
                         T212_UUID        = :FR-RES-UUID,
                         T212_MOTIVO      = ' ',
                         T212_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T212_ENT    = :E190-ENT-ORIGIN
                     AND T212_FOLIO  = :FR-RES-FOLIO
                     AND T212_ESTADO = 'EN'
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE MBDT212
                     SET T212_ESTADO      = :CA-RECHAZADO,
                         T212_UUID        = ' ',
                         T212_MOTIVO      = :FR-RES-MOTIVO,
                         T212_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T212_ENT    = :E190-ENT-ORIGIN
                     AND T212_FOLIO  = :FR-RES-FOLIO
                     AND T212_ESTADO = 'EN'
              END-EXEC
           END-IF.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE SQLERRD(3)        TO WS-NUM-ACTUALIZADAS
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E190-COD-RETURN
                    SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-EVALUATE.
      *
           IF E190-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                  WHEN WS-NUM-ACTUALIZADAS EQUAL 0
                       ADD 1 TO E190-NUM-DESCONOCIDOS
                       PERFORM 2900-ESCRIBE-INCIDENCIA
                  WHEN FR-RES-TIMBRADO
                       ADD 1 TO E190-NUM-TIMBRADOS
                  WHEN OTHER
                       ADD 1 TO E190-NUM-RECHAZADOS
                       PERFORM 2900-ESCRIBE-INCIDENCIA
              END-EVALUATE
              PERFORM 2010-LEE-RESPUESTA
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-INCIDENCIA.                                    *
      ******************************************************************
       2900-ESCRIBE-INCIDENCIA.
      *
           MOVE SPACES                     TO FR-INCIDENCIA-LINEA.
           IF WS-NUM-ACTUALIZADAS EQUAL 0
              STRING 'FOLIO SIN ENVIO PENDIENTE;'
                                           DELIMITED BY SIZE
                     FR-RES-FOLIO          DELIMITED BY SIZE
                     ';ESTATUS='           DELIMITED BY SIZE
                     FR-RES-ESTATUS        DELIMITED BY SIZE
                     ';UUID='              DELIMITED BY SIZE
                     FR-RES-UUID           DELIMITED BY SIZE
                INTO FR-INCIDENCIA-LINEA
              END-STRING
           ELSE
              STRING 'RECHAZO PAC;'        DELIMITED BY SIZE
                     FR-RES-FOLIO          DELIMITED BY SIZE
                     ';MOTIVO='            DELIMITED BY SIZE
                     FR-RES-MOTIVO         DELIMITED BY SIZE
                INTO FR-INCIDENCIA-LINEA
              END-STRING
           END-IF.
           WRITE FR-INCIDENCIA-LINEA.
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
       3000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-RESPUESTA
              CLOSE F-INCIDENCIAS
           END-IF.
      *
           GOBACK.
      *
