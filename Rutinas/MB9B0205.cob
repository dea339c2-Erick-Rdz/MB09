      ******************************************************************
      *  MB9B0205: ENVEJECIMIENTO DIARIO DE SOLICITUDES ARCO DE       *
      *            RECTIFICACION, CANCELACION Y OPOSICION (MBDT228;   *
      *            LAS CAPTURA Y RESPONDE MB7C0510). TODA SOLICITUD   *
      *            ABIERTA ('PE' O 'BL') SIGUE CORRIENDO CONTRA SU    *
      *            VENCIMIENTO LEGAL (T228_FEC_LIMITE, YA CALCULADO   *
      *            EN DIAS HABILES AL CAPTURAR); EL REPORTE ARCORPT   *
      *            SENALA LAS QUE ENTRAN A LA VENTANA DE PREAVISO     *
      *            ('ARCP') Y LAS YA VENCIDAS ('ARCV') PARA LA        *
      *            OFICINA DE PRIVACIDAD. MISMO PATRON QUE MB9B0153.  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0205.
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
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORTE ASSIGN TO ARCORPT
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
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-PENDIENTE                    PIC X(02)  VALUE 'PE'.
       01  CA-BLOQUEADA                    PIC X(02)  VALUE 'BL'.
       01  CA-ARC-PREAVISO                 PIC X(04)  VALUE 'ARCP'.
       01  CA-ARC-VENCIDA                  PIC X(04)  VALUE 'ARCV'.
      *
      * SOLICITUD ABIERTA EN TURNO.
       01  WS-SOLICITUD.
           05 WS-ARC-FOLIO                 PIC S9(09) COMP-3.
           05 WS-ARC-BDMID                 PIC X(40).
           05 WS-ARC-DERECHO               PIC X(01).
           05 WS-ARC-ESTADO                PIC X(02).
           05 WS-ARC-BLOQUEO               PIC X(03).
           05 WS-ARC-FEC-LIMITE            PIC X(10).
           05 WS-ARC-DIAS-RESTAN           PIC S9(05) COMP.
      *
       01  WS-TIP-AVISO                    PIC X(04).
       01  WS-EDIT-FOLIO                   PIC Z(08)9.
       01  WS-EDIT-DIAS2                   PIC -ZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0205.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0205.
      *
           PERFORM 1000-START.
           IF E205-RETURN-OK
              PERFORM 2000-SOLICITUDES-ABIERTAS
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E205-COD-RETURN.
           MOVE 0                          TO E205-NUM-ABIERTAS
                                              E205-NUM-POR-VENCER
                                              E205-NUM-VENCIDAS.
      *
           IF E205-ENT-ORIGIN    EQUAL SPACES OR
              E205-FECHA-PROCESO EQUAL SPACES OR
              E205-DIAS-PREAVISO NOT NUMERIC
              MOVE CA-99                   TO E205-COD-RETURN
           END-IF.
      *
           IF E205-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'PLAZOS DE SOLICITUDES ARCO AL '
                                           DELIMITED BY SIZE
                     E205-FECHA-PROCESO    DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-SOLICITUDES-ABIERTAS: PENDIENTES Y BLOQUEADAS POR      *
      *     RETENCION LEGAL (ESTAS TAMBIEN SE DEBEN RESPONDER EN       *
      *     PLAZO); LAS MAS PROXIMAS A VENCER PRIMERO.                 *
      ******************************************************************
       2000-SOLICITUDES-ABIERTAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C205ARC CURSOR FOR
               SELECT T228_FOLIO, T228_BDMID, T228_DERECHO,
                      T228_ESTADO,
                      T228_BLQ_ACL CONCAT T228_BLQ_RET CONCAT
                      T228_BLQ_HIS,
                      CHAR(T228_FEC_LIMITE),
                      DAYS(T228_FEC_LIMITE) -
                      DAYS(DATE(:E205-FECHA-PROCESO))
                 FROM MBDT228 with (nolock)
                WHERE T228_ENT = :E205-ENT-ORIGIN
                  AND T228_ESTADO IN (:CA-PENDIENTE, :CA-BLOQUEADA)
                ORDER BY T228_FEC_LIMITE, T228_FOLIO
           END-EXEC.
      *
           EXEC SQL
               OPEN C205ARC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C205ARC
                   INTO :WS-ARC-FOLIO, :WS-ARC-BDMID,
                        :WS-ARC-DERECHO, :WS-ARC-ESTADO,
                        :WS-ARC-BLOQUEO, :WS-ARC-FEC-LIMITE,
                        :WS-ARC-DIAS-RESTAN
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD 1 TO E205-NUM-ABIERTAS
                        PERFORM 2100-EVALUA-SOLICITUD
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E205-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C205ARC
           END-EXEC.
      *
           IF E205-NUM-ABIERTAS EQUAL 0 AND
              E205-COD-RETURN   EQUAL CA-00
              MOVE CA-10                   TO E205-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-EVALUA-SOLICITUD.                                      *
      ******************************************************************
       2100-EVALUA-SOLICITUD.
      *
           EVALUATE TRUE
               WHEN WS-ARC-DIAS-RESTAN < 0
                    ADD 1 TO E205-NUM-VENCIDAS
                    MOVE CA-ARC-VENCIDA    TO WS-TIP-AVISO
                    PERFORM 2900-ESCRIBE-SOLICITUD
               WHEN WS-ARC-DIAS-RESTAN NOT GREATER
                    E205-DIAS-PREAVISO
                    ADD 1 TO E205-NUM-POR-VENCER
                    MOVE CA-ARC-PREAVISO   TO WS-TIP-AVISO
                    PERFORM 2900-ESCRIBE-SOLICITUD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-SOLICITUD.                                     *
      ******************************************************************
       2900-ESCRIBE-SOLICITUD.
      *
           MOVE WS-ARC-FOLIO               TO WS-EDIT-FOLIO.
           MOVE WS-ARC-DIAS-RESTAN         TO WS-EDIT-DIAS2.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-TIP-AVISO             DELIMITED BY SIZE
                  ';FOLIO='                DELIMITED BY SIZE
                  WS-EDIT-FOLIO            DELIMITED BY SIZE
                  ';DERECHO='              DELIMITED BY SIZE
                  WS-ARC-DERECHO           DELIMITED BY SIZE
                  ';ESTADO='               DELIMITED BY SIZE
                  WS-ARC-ESTADO            DELIMITED BY SIZE
                  ';BLOQUEO='              DELIMITED BY SIZE
                  WS-ARC-BLOQUEO           DELIMITED BY SIZE
                  ';VENCE='                DELIMITED BY SIZE
                  WS-ARC-FEC-LIMITE        DELIMITED BY SIZE
                  ';RESTAN='               DELIMITED BY SIZE
                  WS-EDIT-DIAS2            DELIMITED BY SIZE
                  ';BDMID='                DELIMITED BY SIZE
                  WS-ARC-BDMID             DELIMITED BY '  '
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
