      ******************************************************************
      *  MB9B0218: AVISO AL CLIENTE DE LOS CAMBIOS DE TASA DE LA      *
      *            ALCANCIA. CADA TASA NUEVA QUE SE DA DE ALTA EN     *
      *            MBDT262 (MB7C0670 ACCION 'A') QUEDA PENDIENTE DE   *
      *            AVISO ('P'). ESTE BATCH NOCTURNO RECALCULA SU GAT  *
      *            NOMINAL Y REAL CON LA INFLACION ESTIMADA VIGENTE   *
      *            (MB7C0670 ACCION 'G'), LA GUARDA EN EL RENGLON Y   *
      *            AVISA POR LA COLA DE EVENTOS (MB7C0150 TIPO 'GATA')*
      *            A CADA CUENTA EJE CON ALCANCIA VIGENTE DE LA       *
      *            ENTIDAD, ANTES O EL DIA QUE LA TASA ENTRA EN       *
      *            VIGOR. AL TERMINAR EL CAMBIO QUEDA AVISADO ('N').  *
      *            EL RESUMEN VA AL REPORTE (GATRPT).                 *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0218.
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
      *     @BAZ258    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO GATRPT
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
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-EVT-GAT                      PIC X(04)  VALUE 'GATA'.
       01  CA-MB7C0150                     PIC X(08)  VALUE 'MB7C0150'.
       01  CA-MB7C0670                     PIC X(08)  VALUE 'MB7C0670'.
       01  CA-MAX-TASAS                    PIC S9(04) COMP VALUE 20.
      *
      * CAMBIOS DE TASA PENDIENTES DE AVISO (MBDT262 'P'), POR
      * VIGENCIA; SE CARGAN ANTES DE AVISAR PORQUE CADA UNO SE MARCA
      * AL TERMINAR.
       01  WS-TASA-LEIDA.
           05 WS-TAS-VIGENCIA              PIC X(10).
           05 WS-TAS-TASA                  PIC S9(03)V9(04) COMP-3.
           05 WS-TAS-PERIODOS              PIC S9(04) COMP.
      *
       01  WS-NUM-TASAS                    PIC S9(04) COMP.
       01  WS-IX-TAS                       PIC S9(04) COMP.
       01  WS-TABLA-TASAS.
           05 WS-TB-TASA OCCURS 20 TIMES.
              10 WS-TB-VIGENCIA            PIC X(10).
              10 WS-TB-TASA-ANUAL          PIC S9(03)V9(04) COMP-3.
              10 WS-TB-PERIODOS            PIC S9(04) COMP.
      *
      * GAT RECALCULADA DEL CAMBIO EN TURNO.
       01  WS-GAT.
           05 WS-GAT-INFLACION             PIC S9(03)V9(02) COMP-3.
           05 WS-GAT-NOMINAL               PIC S9(03)V9(02) COMP-3.
           05 WS-GAT-REAL                  PIC S9(03)V9(02) COMP-3.
           05 WS-GAT-NUM-AVISOS            PIC S9(09) COMP.
           05 WS-GAT-NUM-APAGADOS          PIC S9(09) COMP.
      *
      * LA VIGENCIA VA COMO REFERENCIA DEL EVENTO (AAAAMMDD).
       01  WS-VIG-REF-X.
           05 WS-VIG-REF-AAAA              PIC X(04).
           05 WS-VIG-REF-MM                PIC X(02).
           05 WS-VIG-REF-DD                PIC X(02).
       01  WS-VIG-REF-N REDEFINES WS-VIG-REF-X
                                           PIC 9(08).
      *
      * CUENTA EJE CON ALCANCIA VIGENTE.
       01  WS-CTA-EJE                      PIC X(14).
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-TASA                    PIC ZZ9.9999.
       01  WS-EDIT-PERIODOS                PIC ZZ9.
       01  WS-EDIT-GATN                    PIC -ZZ9.99.
       01  WS-EDIT-GATR                    PIC -ZZ9.99.
       01  WS-EDIT-INFLACION               PIC -ZZ9.99.
      *
      * COMMAREA DE LA GAT DE LA ALCANCIA (CALL MB7C0670).
       01  VA-MBEC0670.
           COPY MBEC0670.
      *
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01  VA-MBEC0150.
           COPY MBEC0150.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0218.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0218.
      *
           PERFORM 1000-START.
           IF E218-RETURN-OK
              PERFORM 1100-CARGA-TASAS
           END-IF.
           IF E218-RETURN-OK
              PERFORM 2000-PROCESA-TASA
                 VARYING WS-IX-TAS FROM 1 BY 1
                   UNTIL WS-IX-TAS > WS-NUM-TASAS
                      OR NOT E218-RETURN-OK
           END-IF.
           IF E218-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E218-COD-RETURN.
           MOVE 0                          TO E218-NUM-TASAS
                                              E218-NUM-AVISOS
                                              E218-NUM-APAGADOS.
      *
           IF E218-ENT-ORIGIN    EQUAL SPACES OR
              E218-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E218-COD-RETURN
           END-IF.
      *
           IF E218-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'AVISO DE CAMBIO DE TASA DE LA ALCANCIA  ENTIDAD '
                                           DELIMITED BY SIZE
                     E218-ENT-ORIGIN       DELIMITED BY SIZE
                     '  PROCESO '          DELIMITED BY SIZE
                     E218-FECHA-PROCESO    DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-CARGA-TASAS: CAMBIOS PENDIENTES DE AVISO DE LA         *
      *     ENTIDAD POR VIGENCIA; LOS QUE NO CABEN SE AVISAN LA        *
      *     SIGUIENTE NOCHE.                                           *
      ******************************************************************
       1100-CARGA-TASAS.
      *
           MOVE 0                          TO WS-NUM-TASAS.
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C218TAS CURSOR FOR
               SELECT CHAR(T262_FEC_VIGENCIA, ISO), T262_TASA_ANUAL,
                      T262_PERIODOS_CAP
                 FROM MBDT262 with (nolock)
                WHERE T262_ENT    = :E218-ENT-ORIGIN
                  AND T262_ESTADO = 'P'
                ORDER BY T262_FEC_VIGENCIA
           END-EXEC.
      *
           EXEC SQL
               OPEN C218TAS
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C218TAS
                   INTO :WS-TAS-VIGENCIA, :WS-TAS-TASA,
                        :WS-TAS-PERIODOS
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 1150-AGREGA-TASA
                        IF WS-NUM-TASAS >= CA-MAX-TASAS
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E218-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C218TAS
           END-EXEC.
      *
           IF E218-RETURN-OK AND WS-NUM-TASAS EQUAL 0
              MOVE CA-10                   TO E218-COD-RETURN
              MOVE 'SIN CAMBIOS DE TASA PENDIENTES DE AVISO EN MBDT262'
                                           TO FR-REPORTE-LINEA
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1150-AGREGA-TASA.                                           *
      ******************************************************************
       1150-AGREGA-TASA.
      *
           ADD 1                           TO WS-NUM-TASAS.
           MOVE WS-TAS-VIGENCIA       TO WS-TB-VIGENCIA(WS-NUM-TASAS).
           MOVE WS-TAS-TASA           TO WS-TB-TASA-ANUAL(WS-NUM-TASAS).
           MOVE WS-TAS-PERIODOS       TO WS-TB-PERIODOS(WS-NUM-TASAS).
      *
      ******************************************************************
      *.PN 2000-PROCESA-TASA: RECALCULA LA GAT DEL CAMBIO, AVISA A LAS *
      *     CUENTAS EJE CON ALCANCIA Y LO MARCA AVISADO.               *
      ******************************************************************
       2000-PROCESA-TASA.
      *
           MOVE 0                          TO WS-GAT-NUM-AVISOS
                                              WS-GAT-NUM-APAGADOS.
      *
           PERFORM 2100-RECALCULA-GAT.
           IF E218-RETURN-OK
              PERFORM 2200-AVISA-CUENTAS
           END-IF.
           IF E218-RETURN-OK
              PERFORM 2300-MARCA-AVISADA
           END-IF.
           IF E218-RETURN-OK
              ADD 1                        TO E218-NUM-TASAS
              PERFORM 2900-ESCRIBE-TASA
           END-IF.
      *
      ******************************************************************
      *.PN 2100-RECALCULA-GAT: LA GAT A LA VIGENCIA DEL CAMBIO ES LA   *
      *     DE ESA TASA, CON LA INFLACION ESTIMADA DE HOY.             *
      ******************************************************************
       2100-RECALCULA-GAT.
      *
           INITIALIZE VA-MBEC0670.
           MOVE 'G'                        TO PR-GAT-ACCION.
           MOVE E218-ENT-ORIGIN            TO PR-GAT-ENT.
           MOVE WS-TB-VIGENCIA(WS-IX-TAS)  TO PR-GAT-FECHA.
           CALL CA-MB7C0670 USING VA-MBEC0670.
      *
           IF PR-GAT-COD-RETURN EQUAL CA-00
              MOVE PR-GAT-INFLACION        TO WS-GAT-INFLACION
              MOVE PR-GAT-NOMINAL          TO WS-GAT-NOMINAL
              MOVE PR-GAT-REAL             TO WS-GAT-REAL
           ELSE
              MOVE CA-99                   TO E218-COD-RETURN
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'NO SE PUDO CALCULAR LA GAT DE LA TASA VIGENTE '
                                           DELIMITED BY SIZE
                     'DESDE '              DELIMITED BY SIZE
                     WS-TB-VIGENCIA(WS-IX-TAS)
                                           DELIMITED BY SIZE
                     ' (MB7C0670 COD '     DELIMITED BY SIZE
                     PR-GAT-COD-RETURN     DELIMITED BY SIZE
                     ')'                   DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2200-AVISA-CUENTAS: UN AVISO POR CUENTA EJE DE LA ENTIDAD   *
      *     CON ALCANCIA VIGENTE (AUNQUE TENGA VARIAS ALCANCIAS).      *
      ******************************************************************
       2200-AVISA-CUENTAS.
      *
           MOVE WS-TB-VIGENCIA(WS-IX-TAS)(1:4) TO WS-VIG-REF-AAAA.
           MOVE WS-TB-VIGENCIA(WS-IX-TAS)(6:2) TO WS-VIG-REF-MM.
           MOVE WS-TB-VIGENCIA(WS-IX-TAS)(9:2) TO WS-VIG-REF-DD.
           MOVE WS-GAT-NOMINAL             TO WS-EDIT-GATN.
           MOVE WS-GAT-REAL                TO WS-EDIT-GATR.
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C218CTA CURSOR FOR
               SELECT DISTINCT A.T039_CTA_EJE
                 FROM MAZP.MBDT039 A with(nolock),
                      MBDT036 B with (nolock)
                WHERE A.T039_LOG_METAS      = 'ALCANCIA'
                  AND A.T039_ESTAT_CTA_META IN ('AC','IN','PA')
                  AND B.T036_ENT            = :E218-ENT-ORIGIN
                  AND B.T036_CEN_REG        = SUBSTR(A.T039_CTA_EJE,
                                                     1, 4)
                  AND B.T036_ACC            = SUBSTR(A.T039_CTA_EJE,
                                                     5, 10)
                  AND B.T036_FLG_STAT       = 'A'
                ORDER BY A.T039_CTA_EJE
           END-EXEC.
      *
           EXEC SQL
               OPEN C218CTA
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C218CTA
                   INTO :WS-CTA-EJE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2250-EMITE-AVISO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E218-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C218CTA
           END-EXEC.
      *
      ******************************************************************
      *.PN 2250-EMITE-AVISO: EVENTO 'GATA' CON LA VIGENCIA COMO        *
      *     REFERENCIA Y LA GAT NOMINAL Y REAL EN EL DETALLE. EVENTO   *
      *     APAGADO O CLIENTE FALLECIDO ('05') NO ES ERROR.            *
      ******************************************************************
       2250-EMITE-AVISO.
      *
           MOVE CA-EVT-GAT                 TO PR-EVT-TIPO.
           MOVE E218-ENT-ORIGIN            TO PR-EVT-ENT.
           MOVE WS-CTA-EJE                 TO PR-EVT-CUENTA.
           MOVE ZEROS                      TO PR-EVT-IMPORTE.
           MOVE WS-VIG-REF-N               TO PR-EVT-REFERENCIA.
           MOVE SPACES                     TO PR-EVT-DETALLE.
           STRING 'NUEVA GAT NOMINAL'      DELIMITED BY SIZE
                  WS-EDIT-GATN             DELIMITED BY SIZE
                  '% REAL'                 DELIMITED BY SIZE
                  WS-EDIT-GATR             DELIMITED BY SIZE
                  '%'                      DELIMITED BY SIZE
             INTO PR-EVT-DETALLE
           END-STRING.
           MOVE SPACES                     TO PR-EVT-COD-RETURN.
      *
           CALL CA-MB7C0150 USING VA-MBEC0150.
      *
           EVALUATE PR-EVT-COD-RETURN
               WHEN CA-00
                    ADD 1                  TO WS-GAT-NUM-AVISOS
               WHEN CA-05
                    ADD 1                  TO WS-GAT-NUM-APAGADOS
               WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    MOVE CA-99             TO E218-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-MARCA-AVISADA: GUARDA LA GAT RECALCULADA Y CIERRA EL   *
      *     AVISO DEL CAMBIO.                                          *
      ******************************************************************
       2300-MARCA-AVISADA.
      *
           MOVE WS-TB-VIGENCIA(WS-IX-TAS)  TO WS-TAS-VIGENCIA.
           EXEC SQL
               UPDATE MBDT262
                  SET T262_INFLACION    = :WS-GAT-INFLACION,
                      T262_GAT_NOMINAL  = :WS-GAT-NOMINAL,
                      T262_GAT_REAL     = :WS-GAT-REAL,
                      T262_ESTADO       = 'N',
                      T262_STP_LASTMOD  = CURRENT TIMESTAMP
                WHERE T262_ENT          = :E218-ENT-ORIGIN
                  AND T262_FEC_VIGENCIA = DATE(:WS-TAS-VIGENCIA)
                  AND T262_ESTADO       = 'P'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E218-COD-RETURN
           END-IF.
      *
           ADD WS-GAT-NUM-AVISOS           TO E218-NUM-AVISOS.
           ADD WS-GAT-NUM-APAGADOS         TO E218-NUM-APAGADOS.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-TASA: UNA LINEA POR CAMBIO AVISADO.            *
      ******************************************************************
       2900-ESCRIBE-TASA.
      *
           MOVE WS-TB-TASA-ANUAL(WS-IX-TAS) TO WS-EDIT-TASA.
           MOVE WS-TB-PERIODOS(WS-IX-TAS)  TO WS-EDIT-PERIODOS.
           MOVE WS-GAT-INFLACION           TO WS-EDIT-INFLACION.
           MOVE WS-GAT-NUM-AVISOS          TO WS-EDIT-NUM.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'VIGENCIA '              DELIMITED BY SIZE
                  WS-TB-VIGENCIA(WS-IX-TAS) DELIMITED BY SIZE
                  ' TASA '                 DELIMITED BY SIZE
                  WS-EDIT-TASA             DELIMITED BY SIZE
                  ' CAP/ANO '              DELIMITED BY SIZE
                  WS-EDIT-PERIODOS         DELIMITED BY SIZE
                  ' INFLACION '            DELIMITED BY SIZE
                  WS-EDIT-INFLACION        DELIMITED BY SIZE
                  ' GAT NOMINAL '          DELIMITED BY SIZE
                  WS-EDIT-GATN             DELIMITED BY SIZE
                  ' REAL '                 DELIMITED BY SIZE
                  WS-EDIT-GATR             DELIMITED BY SIZE
                  ' AVISOS '               DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E218-NUM-TASAS             TO WS-EDIT-NUM.
           STRING 'CAMBIOS DE TASA AVISADOS=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E218-NUM-AVISOS            TO WS-EDIT-NUM.
           STRING 'AVISOS ENCOLADOS='      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E218-NUM-APAGADOS          TO WS-EDIT-NUM.
           STRING 'AVISOS NO ENCOLADOS (APAGADO/FALLECIDO)='
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
           END-IF.
      *
           GOBACK.
      *
