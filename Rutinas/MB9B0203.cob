      ******************************************************************
      *  MB9B0203: CRIBADO NOCTURNO DE NOMBRES CONTRA LISTAS DE       *
      *            SANCIONES Y DE PERSONAS POLITICAMENTE EXPUESTAS    *
      *            (PEP). PAGAMOS REMESAS WESTERN UNION (S55/S56/T96; *
      *            ARMA-DESC-MTCNS55/S56/T96 EN MB2C0009) Y RECIBIMOS *
      *            Y ENVIAMOS SPEI CON NOMBRES EN FEDT004 SIN QUE     *
      *            NINGUNA CONTRAPARTE SE COTEJARA CONTRA LAS LISTAS. *
      *            CON E203-CARGA-LISTAS = 'S' CARGA EL ARCHIVO DE    *
      *            LISTAS VIGENTE (LISTASCR) A LA TABLA DE CRIBADO    *
      *            MBDT223 Y RECRIBA A TODOS LOS TITULARES (PEDT001). *
      *            CADA NOCHE CRIBA LOS BENEFICIARIOS DE REMESAS Y    *
      *            LOS ORDENANTES Y BENEFICIARIOS SPEI DEL DIA. LA    *
      *            CALIFICACION ES POR TOKENS (LA MISMA IDEA DE       *
      *            29997-COTEJA-NOMBRE-BEN) EN AMBOS SENTIDOS; LA     *
      *            COINCIDENCIA QUE ALCANZA EL UMBRAL QUEDA EN MBDT225*
      *            Y CAE COMO SENAL 'LST' EN EL CASO DEL SUJETO       *
      *            (MBDT180/MBDT181; LA MISMA COLA DE MB9B0158). LO   *
      *            QUE CUMPLIMIENTO DESCARTO COMO FALSO POSITIVO      *
      *            (MBDT224; PANTALLA MB7C0490) YA NO VUELVE A ALERTAR*
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0203.
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
      *     @BAZ237    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-LISTAS ASSIGN TO LISTASCR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO SCRNRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-LISTAS
           RECORDING MODE IS F.
       01  FR-LISTA-REG.
           05 FR-LST-LISTA                 PIC X(03).
           05 FR-LST-ID                    PIC X(20).
           05 FR-LST-NOMBRE                PIC X(60).
           05 FR-LST-FUENTE                PIC X(10).
           05 FILLER                       PIC X(07).
      *
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
           05 WSS-FIN-LISTA                 PIC X(01) VALUE 'N'.
              88 WSS-FIN-LISTA-SI                   VALUE 'S'.
           05 WSS-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-ARCHIVO-SI                 VALUE 'S'.
           05 WSS-TOKEN-HALLADO             PIC X(01) VALUE 'N'.
              88 WSS-TOKEN-HALLADO-SI               VALUE 'S'.
              88 WSS-TOKEN-HALLADO-NO               VALUE 'N'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-ABIERTO                      PIC X(02)  VALUE 'AB'.
       01  CA-ASIGNADO                     PIC X(02)  VALUE 'AS'.
       01  CA-PENDIENTE                    PIC X(02)  VALUE 'PE'.
       01  CA-FUENTE-LISTAS                PIC X(03)  VALUE 'LST'.
       01  CA-MINUSCULAS                   PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  CA-MAYUSCULAS                   PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      * NOMBRE CANDIDATO EN TURNO Y SU ORIGEN:
      *   'REM' BENEFICIARIO DE REMESA (SUJETO = CUENTA)
      *   'SPO' ORDENANTE SPEI         (SUJETO = CUENTA)
      *   'SPB' BENEFICIARIO SPEI      (SUJETO = CUENTA)
      *   'TIT' TITULAR DE PEDT001     (SUJETO = CLIENTE)
       01  WS-CANDIDATO.
           05 WS-CAND-ORIGEN               PIC X(03).
           05 WS-CAND-SUJETO               PIC X(14).
           05 WS-CAND-TIP-SUJETO           PIC X(01).
           05 WS-CAND-REFERENCIA           PIC X(20).
           05 WS-CAND-NOMBRE               PIC X(60).
      *
      * RENGLON DE LISTA CONTRA EL QUE SE CALIFICA.
       01  WS-LISTA.
           05 WS-LST-LISTA                 PIC X(03).
           05 WS-LST-ID                    PIC X(20).
           05 WS-LST-NOMBRE                PIC X(60).
      *
      * LLAVE DE BLOQUEO: EL TOKEN MAS LARGO DEL CANDIDATO; SOLO LOS
      * RENGLONES DE LISTA QUE LO CONTIENEN SE CALIFICAN.
       01  WS-CAND-TOKENS.
           05 WS-CAND-TOK                  PIC X(20) OCCURS 6 TIMES.
       01  WS-BLOQUEO                      PIC X(20).
       01  WS-BLOQUEO-LEN                  PIC S9(04) COMP.
      *
      * CALIFICACION: PORCENTAJE DE TOKENS (3+ LETRAS) DE WS-SCR-A
      * HALLADOS EN WS-SCR-B; SE CALIFICA EN AMBOS SENTIDOS Y SE
      * PROMEDIA.
       01  WS-SCR-A                        PIC X(60).
       01  WS-SCR-B                        PIC X(60).
       01  WS-SCR-TOKENS.
           05 WS-SCR-TOK                   PIC X(20) OCCURS 6 TIMES.
       01  WS-SCR-TOKEN                    PIC X(20).
       01  WS-SCR-IX                       PIC S9(04) COMP.
       01  WS-SCR-POS                      PIC S9(04) COMP.
       01  WS-SCR-LEN                      PIC S9(04) COMP.
       01  WS-SCR-VALIDOS                  PIC S9(04) COMP.
       01  WS-SCR-HALLADOS                 PIC S9(04) COMP.
       01  WS-SCR-PCT                      PIC S9(03) COMP-3.
       01  WS-SCR-PCT-1                    PIC S9(03) COMP-3.
       01  WS-SCORE                        PIC S9(03) COMP-3.
      *
      * DATOS DE LAS FUENTES.
       01  WS-CEN-REG                      PIC X(04).
       01  WS-ACC                          PIC X(10).
       01  WS-NUM-OPER                     PIC S9(09) COMP-3.
       01  WS-COD-MOV                      PIC X(03).
       01  WS-REM-OBS                      PIC X(40).
       01  WS-SEQOPE                       PIC S9(10) COMP-3.
       01  WS-SPEI-ORDENANTE               PIC X(60).
       01  WS-SPEI-BENEFICIARIO            PIC X(60).
       01  WS-NUM-CUS                      PIC X(08).
      *
       01  WS-NUM-DESCARTE                 PIC S9(09) COMP.
       01  WS-FOLIO-HIT                    PIC S9(09) COMP-3.
       01  WS-FOLIO-CASO                   PIC S9(09) COMP-3.
      *
       01  WS-EDIT-OPER                    PIC 9(09).
       01  WS-EDIT-SEQ                     PIC 9(10).
       01  WS-EDIT-FOLIO                   PIC 9(09).
       01  WS-EDIT-SCORE                   PIC ZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0203.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0203.
      *
           PERFORM 1000-START.
           IF E203-RETURN-OK AND E203-CARGA-LISTAS-SI
              PERFORM 1100-CARGA-LISTAS
           END-IF.
           IF E203-RETURN-OK
              PERFORM 3000-CRIBA-REMESAS
           END-IF.
           IF E203-RETURN-OK
              PERFORM 4000-CRIBA-SPEI
           END-IF.
           IF E203-RETURN-OK AND E203-CARGA-LISTAS-SI
              PERFORM 5000-CRIBA-TITULARES
           END-IF.
           IF E203-NUM-COINCIDEN EQUAL 0 AND
              E203-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO E203-COD-RETURN
           END-IF.
           PERFORM 9000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E203-COD-RETURN.
           MOVE 0                          TO E203-NUM-LISTA
                                              E203-NUM-REVISADOS
                                              E203-NUM-COINCIDEN
                                              E203-NUM-DESCARTADAS
                                              E203-NUM-CASOS.
      *
           IF E203-ENT-ORIGIN    EQUAL SPACES OR
              E203-FECHA-PROCESO EQUAL SPACES OR
              E203-UMBRAL NOT NUMERIC        OR
              E203-UMBRAL        EQUAL ZEROES OR
              E203-UMBRAL        > 100
              MOVE CA-99                   TO E203-COD-RETURN
           END-IF.
      *
           IF E203-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'CRIBADO CONTRA LISTAS DEL DIA '
                                           DELIMITED BY SIZE
                     E203-FECHA-PROCESO    DELIMITED BY SIZE
                     ' ENTIDAD '           DELIMITED BY SIZE
                     E203-ENT-ORIGIN       DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-CARGA-LISTAS: EL ARCHIVO TRAE LAS LISTAS COMPLETAS     *
      *     VIGENTES; LO QUE YA NO VIENE QUEDA DE BAJA ('B'). UN       *
      *     ARCHIVO VACIO NO TOCA LA TABLA (SE CRIBA CON LO CARGADO).  *
      ******************************************************************
       1100-CARGA-LISTAS.
      *
           OPEN INPUT F-LISTAS.
           PERFORM 1110-LEE-LISTA.
      *
           IF WSS-FIN-ARCHIVO-SI
              MOVE 'ARCHIVO DE LISTAS VACIO; SE CRIBA CON LO CARGADO'
                                           TO FR-REPORTE-LINEA
              WRITE FR-REPORTE-LINEA
           ELSE
              EXEC SQL
                  UPDATE MBDT223
                     SET T223_ESTADO      = 'B',
                         T223_STP_LASTMOD = CURRENT TIMESTAMP
                   WHERE T223_ESTADO = 'A'
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO E203-COD-RETURN
              END-IF
           END-IF.
      *
           PERFORM 1120-GRABA-LISTA
                   UNTIL WSS-FIN-ARCHIVO-SI OR NOT E203-RETURN-OK.
      *
           CLOSE F-LISTAS.
      *
      ******************************************************************
      *.PN 1110-LEE-LISTA.                                             *
      ******************************************************************
       1110-LEE-LISTA.
      *
           READ F-LISTAS
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 1120-GRABA-LISTA: ALTA O REACTIVACION DEL RENGLON; LA LLAVE *
      *     ES LISTA + IDENTIFICADOR DE LA AUTORIDAD.                  *
      ******************************************************************
       1120-GRABA-LISTA.
      *
           IF FR-LST-LISTA  NOT EQUAL SPACES AND
              FR-LST-ID     NOT EQUAL SPACES AND
              FR-LST-NOMBRE NOT EQUAL SPACES
              INSPECT FR-LST-NOMBRE
                      CONVERTING CA-MINUSCULAS TO CA-MAYUSCULAS
              EXEC SQL
                  INSERT INTO MBDT223
                         (T223_LISTA, T223_ID_LISTA, T223_NOMBRE,
                          T223_FUENTE, T223_ESTADO, T223_FEC_CARGA,
                          T223_STP_LASTMOD)
                  VALUES (:FR-LST-LISTA, :FR-LST-ID,
                          :FR-LST-NOMBRE, :FR-LST-FUENTE, 'A',
                          DATE(:E203-FECHA-PROCESO),
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                  WHEN SQL-88-OK
                       ADD 1 TO E203-NUM-LISTA
                  WHEN SQL-88-DUPLICATE-VALUES
                       EXEC SQL
                           UPDATE MBDT223
                              SET T223_NOMBRE      = :FR-LST-NOMBRE,
                                  T223_FUENTE      = :FR-LST-FUENTE,
                                  T223_ESTADO      = 'A',
                                  T223_FEC_CARGA   =
                                      DATE(:E203-FECHA-PROCESO),
                                  T223_STP_LASTMOD =
                                      CURRENT TIMESTAMP
                            WHERE T223_LISTA    = :FR-LST-LISTA
                              AND T223_ID_LISTA = :FR-LST-ID
                       END-EXEC
                       MOVE SQLCODE        TO SQL-VALUES
                       IF SQL-88-OK
                          ADD 1 TO E203-NUM-LISTA
                       ELSE
                          MOVE CA-99       TO E203-COD-RETURN
                       END-IF
                  WHEN OTHER
                       MOVE CA-99          TO E203-COD-RETURN
              END-EVALUATE
           END-IF.
      *
           PERFORM 1110-LEE-LISTA.
      *
      ******************************************************************
      *.PN 3000-CRIBA-REMESAS: BENEFICIARIO DE LAS REMESAS PAGADAS EL  *
      *     DIA; EL NOMBRE SE TOMA DE LA OBSERVACION DEL MOVIMIENTO    *
      *     CON LAS MISMAS POSICIONES QUE ARMA-DESC-MTCNS55/S56/T96.   *
      ******************************************************************
       3000-CRIBA-REMESAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C203REM CURSOR FOR
               SELECT T071_CEN_REG, T071_ACC, T071_NUM_OPERATION,
                      T071_COD, SUBSTR(T071_OBSERVATIONS, 1, 40)
                 FROM BGDT071 with (nolock)
                WHERE T071_ENT           = :E203-ENT-ORIGIN
                  AND T071_DAT_OPERATION = DATE(:E203-FECHA-PROCESO)
                  AND T071_COD IN ('S55', 'S56', 'T96')
                ORDER BY T071_CEN_REG, T071_ACC, T071_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C203REM
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C203REM
                   INTO :WS-CEN-REG, :WS-ACC, :WS-NUM-OPER,
                        :WS-COD-MOV, :WS-REM-OBS
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-NOMBRE-REMESA
                        IF WS-CAND-NOMBRE NOT EQUAL SPACES
                           PERFORM 2000-CRIBA-NOMBRE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E203-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C203REM
           END-EXEC.
      *
      ******************************************************************
      *.PN 3100-NOMBRE-REMESA.                                         *
      ******************************************************************
       3100-NOMBRE-REMESA.
      *
           MOVE 'REM'                      TO WS-CAND-ORIGEN.
           MOVE 'C'                        TO WS-CAND-TIP-SUJETO.
           MOVE SPACES                     TO WS-CAND-SUJETO
                                              WS-CAND-NOMBRE.
           STRING WS-CEN-REG               DELIMITED BY SIZE
                  WS-ACC                   DELIMITED BY SIZE
             INTO WS-CAND-SUJETO
           END-STRING.
           MOVE WS-NUM-OPER                TO WS-EDIT-OPER.
           MOVE WS-EDIT-OPER               TO WS-CAND-REFERENCIA.
      *
           IF WS-COD-MOV EQUAL 'S55'
              IF WS-REM-OBS(1:5) EQUAL 'MTCN ' OR
                 WS-REM-OBS(1:5) EQUAL 'DEXI '
                 MOVE WS-REM-OBS(6:15)     TO WS-CAND-NOMBRE
              END-IF
           ELSE
              IF WS-REM-OBS(1:13) EQUAL 'ENVIO DEX-INT'
                 MOVE WS-REM-OBS(14:15)    TO WS-CAND-NOMBRE
              ELSE
                 IF WS-REM-OBS(1:6) EQUAL 'ENVIO '
                    MOVE WS-REM-OBS(7:15)  TO WS-CAND-NOMBRE
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 4000-CRIBA-SPEI: ORDENANTE Y BENEFICIARIO DE CADA SPEI DEL  *
      *     DIA EN FEDT004 (LOS MISMOS NOMBRES QUE MUESTRA MB7C0410).  *
      ******************************************************************
       4000-CRIBA-SPEI.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C203SPE CURSOR FOR
               SELECT T004_BRN_ORIGIN, T004_ACC_ORIGIN,
                      T004_NUM_SEQOPE,
                      COALESCE(T004_DES_ASSIGNER, ' '),
                      COALESCE(T004_DES_BEN, ' ')
                 FROM FEDT004 with (nolock)
                WHERE T004_ENT_ORIGIN    = :E203-ENT-ORIGIN
                  AND T004_DAT_OPERATION = DATE(:E203-FECHA-PROCESO)
                ORDER BY T004_NUM_SEQOPE
           END-EXEC.
      *
           EXEC SQL
               OPEN C203SPE
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C203SPE
                   INTO :WS-CEN-REG, :WS-ACC, :WS-SEQOPE,
                        :WS-SPEI-ORDENANTE, :WS-SPEI-BENEFICIARIO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 4100-NOMBRES-SPEI
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E203-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C203SPE
           END-EXEC.
      *
      ******************************************************************
      *.PN 4100-NOMBRES-SPEI.                                          *
      ******************************************************************
       4100-NOMBRES-SPEI.
      *
           MOVE 'C'                        TO WS-CAND-TIP-SUJETO.
           MOVE SPACES                     TO WS-CAND-SUJETO.
           STRING WS-CEN-REG               DELIMITED BY SIZE
                  WS-ACC                   DELIMITED BY SIZE
             INTO WS-CAND-SUJETO
           END-STRING.
           MOVE WS-SEQOPE                  TO WS-EDIT-SEQ.
           MOVE WS-EDIT-SEQ                TO WS-CAND-REFERENCIA.
      *
           IF WS-SPEI-ORDENANTE NOT EQUAL SPACES
              MOVE 'SPO'                   TO WS-CAND-ORIGEN
              MOVE WS-SPEI-ORDENANTE       TO WS-CAND-NOMBRE
              PERFORM 2000-CRIBA-NOMBRE
           END-IF.
      *
           IF WS-SPEI-BENEFICIARIO NOT EQUAL SPACES
              MOVE 'SPB'                   TO WS-CAND-ORIGEN
              MOVE WS-SPEI-BENEFICIARIO    TO WS-CAND-NOMBRE
              PERFORM 2000-CRIBA-NOMBRE
           END-IF.
      *
      ******************************************************************
      *.PN 5000-CRIBA-TITULARES: CON LISTAS NUEVAS SE RECRIBA TODA LA  *
      *     CARTERA DE CLIENTES; UNA COINCIDENCIA DE TITULAR YA        *
      *     REGISTRADA NO SE DUPLICA (LLAVE DE MBDT225).               *
      ******************************************************************
       5000-CRIBA-TITULARES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C203TIT CURSOR FOR
               SELECT P1.NUM_CUS,
                      COALESCE(RTRIM(P1.NAME) CONCAT ' '
                               CONCAT RTRIM(P1.SURNAME)
                               CONCAT ' '
                               CONCAT RTRIM(P1.SCDSURNAME), ' ')
                 FROM PEDT001 P1 with (nolock)
                WHERE P1.COD_ENTITY = :E203-ENT-ORIGIN
                ORDER BY P1.NUM_CUS
           END-EXEC.
      *
           EXEC SQL
               OPEN C203TIT
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C203TIT
                   INTO :WS-NUM-CUS, :WS-CAND-NOMBRE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE 'TIT'         TO WS-CAND-ORIGEN
                        MOVE 'N'           TO WS-CAND-TIP-SUJETO
                        MOVE WS-NUM-CUS    TO WS-CAND-SUJETO
                        MOVE WS-NUM-CUS    TO WS-CAND-REFERENCIA
                        IF WS-CAND-NOMBRE NOT EQUAL SPACES
                           PERFORM 2000-CRIBA-NOMBRE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E203-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C203TIT
           END-EXEC.
      *
      ******************************************************************
      *.PN 2000-CRIBA-NOMBRE: EL CANDIDATO SE CALIFICA SOLO CONTRA LOS *
      *     RENGLONES VIGENTES DE MBDT223 QUE CONTIENEN SU TOKEN MAS   *
      *     LARGO (SIN TOKEN DE 3+ LETRAS NO SE CRIBA).                *
      ******************************************************************
       2000-CRIBA-NOMBRE.
      *
           ADD 1 TO E203-NUM-REVISADOS.
           INSPECT WS-CAND-NOMBRE
                   CONVERTING CA-MINUSCULAS TO CA-MAYUSCULAS.
      *
           INITIALIZE WS-CAND-TOKENS.
           MOVE SPACES                     TO WS-BLOQUEO.
           MOVE 0                          TO WS-BLOQUEO-LEN.
           UNSTRING WS-CAND-NOMBRE DELIMITED BY ALL ' '
               INTO WS-CAND-TOK(1) WS-CAND-TOK(2) WS-CAND-TOK(3)
                    WS-CAND-TOK(4) WS-CAND-TOK(5) WS-CAND-TOK(6)
           END-UNSTRING.
           PERFORM 2010-ELIGE-BLOQUEO
                   VARYING WS-SCR-IX FROM 1 BY 1
                   UNTIL WS-SCR-IX > 6.
      *
           IF WS-BLOQUEO-LEN > 2
              PERFORM 2100-RECORRE-LISTA
           END-IF.
      *
      ******************************************************************
      *.PN 2010-ELIGE-BLOQUEO.                                         *
      ******************************************************************
       2010-ELIGE-BLOQUEO.
      *
           MOVE 0                          TO WS-SCR-LEN.
           INSPECT WS-CAND-TOK(WS-SCR-IX)
                   TALLYING WS-SCR-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '.
           IF WS-SCR-LEN > WS-BLOQUEO-LEN
              MOVE WS-CAND-TOK(WS-SCR-IX)  TO WS-BLOQUEO
              MOVE WS-SCR-LEN              TO WS-BLOQUEO-LEN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-RECORRE-LISTA.                                         *
      ******************************************************************
       2100-RECORRE-LISTA.
      *
           MOVE 'N'                        TO WSS-FIN-LISTA.
      *
           EXEC SQL
               DECLARE C203LST CURSOR FOR
               SELECT T223_LISTA, T223_ID_LISTA, T223_NOMBRE
                 FROM MBDT223 with (nolock)
                WHERE T223_ESTADO = 'A'
                  AND LOCATE(RTRIM(:WS-BLOQUEO), T223_NOMBRE) > 0
           END-EXEC.
      *
           EXEC SQL
               OPEN C203LST
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-LISTA-SI
               EXEC SQL
                   FETCH C203LST
                   INTO :WS-LST-LISTA, :WS-LST-ID, :WS-LST-NOMBRE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2200-CALIFICA-PAR
                        IF WS-SCORE >= E203-UMBRAL
                           PERFORM 2300-REGISTRA-COINCIDENCIA
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-LISTA-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-LISTA-SI TO TRUE
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E203-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C203LST
           END-EXEC.
      *
      ******************************************************************
      *.PN 2200-CALIFICA-PAR: PROMEDIO DE LOS DOS SENTIDOS; ASI UN     *
      *     NOMBRE CORTO DENTRO DE UNO LARGO (O AL REVES) NO ALCANZA   *
      *     EL 100 PERO TAMPOCO SE PIERDE.                             *
      ******************************************************************
       2200-CALIFICA-PAR.
      *
           MOVE WS-CAND-NOMBRE             TO WS-SCR-A.
           MOVE WS-LST-NOMBRE              TO WS-SCR-B.
           PERFORM 2210-CALIFICA-SENTIDO.
           MOVE WS-SCR-PCT                 TO WS-SCR-PCT-1.
      *
           MOVE WS-LST-NOMBRE              TO WS-SCR-A.
           MOVE WS-CAND-NOMBRE             TO WS-SCR-B.
           PERFORM 2210-CALIFICA-SENTIDO.
      *
           COMPUTE WS-SCORE = (WS-SCR-PCT-1 + WS-SCR-PCT) / 2.
      *
      ******************************************************************
      *.PN 2210-CALIFICA-SENTIDO: TOKENS DE 3+ LETRAS DE WS-SCR-A      *
      *     BUSCADOS EN WS-SCR-B POR VENTANA (COMO 29997).             *
      ******************************************************************
       2210-CALIFICA-SENTIDO.
      *
           INITIALIZE WS-SCR-TOKENS.
           MOVE 0                          TO WS-SCR-VALIDOS
                                              WS-SCR-HALLADOS
                                              WS-SCR-PCT.
           UNSTRING WS-SCR-A DELIMITED BY ALL ' '
               INTO WS-SCR-TOK(1) WS-SCR-TOK(2) WS-SCR-TOK(3)
                    WS-SCR-TOK(4) WS-SCR-TOK(5) WS-SCR-TOK(6)
           END-UNSTRING.
           PERFORM 2220-CALIFICA-TOKEN
                   VARYING WS-SCR-IX FROM 1 BY 1
                   UNTIL WS-SCR-IX > 6.
      *
           IF WS-SCR-VALIDOS > 0
              COMPUTE WS-SCR-PCT =
                      WS-SCR-HALLADOS * 100 / WS-SCR-VALIDOS
           END-IF.
      *
      ******************************************************************
      *.PN 2220-CALIFICA-TOKEN.                                        *
      ******************************************************************
       2220-CALIFICA-TOKEN.
      *
           MOVE WS-SCR-TOK(WS-SCR-IX)      TO WS-SCR-TOKEN.
           MOVE 0                          TO WS-SCR-LEN.
           INSPECT WS-SCR-TOKEN
                   TALLYING WS-SCR-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '.
      *
           IF WS-SCR-LEN > 2
              ADD 1                        TO WS-SCR-VALIDOS
              SET WSS-TOKEN-HALLADO-NO     TO TRUE
              PERFORM 2230-BUSCA-TOKEN
                      VARYING WS-SCR-POS FROM 1 BY 1
                      UNTIL WS-SCR-POS > 60 - WS-SCR-LEN + 1
                         OR WSS-TOKEN-HALLADO-SI
              IF WSS-TOKEN-HALLADO-SI
                 ADD 1                     TO WS-SCR-HALLADOS
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2230-BUSCA-TOKEN.                                           *
      ******************************************************************
       2230-BUSCA-TOKEN.
      *
           IF WS-SCR-B(WS-SCR-POS:WS-SCR-LEN) =
              WS-SCR-TOKEN(1:WS-SCR-LEN)
              SET WSS-TOKEN-HALLADO-SI     TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2300-REGISTRA-COINCIDENCIA: LO DESCARTADO COMO FALSO        *
      *     POSITIVO (MISMO NOMBRE CONTRA EL MISMO RENGLON DE LISTA)   *
      *     NO VUELVE A ALERTAR. LA COINCIDENCIA NUEVA CAE EN EL CASO  *
      *     ABIERTO DEL SUJETO (O EN UNO NUEVO) COMO SENAL 'LST'.      *
      ******************************************************************
       2300-REGISTRA-COINCIDENCIA.
      *
           MOVE 0                          TO WS-NUM-DESCARTE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-DESCARTE
                 FROM MBDT224 with (nolock)
                WHERE T224_ENT      = :E203-ENT-ORIGIN
                  AND T224_NOMBRE   = :WS-CAND-NOMBRE
                  AND T224_LISTA    = :WS-LST-LISTA
                  AND T224_ID_LISTA = :WS-LST-ID
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK AND WS-NUM-DESCARTE > 0
                    ADD 1 TO E203-NUM-DESCARTADAS
               WHEN SQL-88-OK
                    PERFORM 2400-ALTA-COINCIDENCIA
               WHEN OTHER
                    MOVE CA-99             TO E203-COD-RETURN
                    SET WSS-FIN-LISTA-SI   TO TRUE
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2400-ALTA-COINCIDENCIA: LA LLAVE UNICA DE MBDT225 (ENTIDAD, *
      *     ORIGEN, SUJETO, REFERENCIA, LISTA E IDENTIFICADOR) EVITA   *
      *     DUPLICAR EN RE-CORRIDAS Y EN EL RECRIBADO DE TITULARES.    *
      ******************************************************************
       2400-ALTA-COINCIDENCIA.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T225_FOLIO), 0) + 1
                 INTO :WS-FOLIO-HIT
                 FROM MBDT225 with (nolock)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              EXEC SQL
                  INSERT INTO MBDT225
                         (T225_FOLIO, T225_ENT, T225_FEC_PROCESO,
                          T225_ORIGEN, T225_SUJETO,
                          T225_TIP_SUJETO, T225_REFERENCIA,
                          T225_NOMBRE, T225_LISTA, T225_ID_LISTA,
                          T225_NOM_LISTA, T225_SCORE, T225_ESTADO,
                          T225_FOLIO_CASO, T225_USUARIO,
                          T225_MOTIVO, T225_STP_ALTA,
                          T225_STP_LASTMOD)
                  VALUES (:WS-FOLIO-HIT, :E203-ENT-ORIGIN,
                          DATE(:E203-FECHA-PROCESO),
                          :WS-CAND-ORIGEN, :WS-CAND-SUJETO,
                          :WS-CAND-TIP-SUJETO, :WS-CAND-REFERENCIA,
                          :WS-CAND-NOMBRE, :WS-LST-LISTA,
                          :WS-LST-ID, :WS-LST-NOMBRE, :WS-SCORE,
                          :CA-PENDIENTE, 0, ' ', ' ',
                          CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
           EVALUATE TRUE
               WHEN SQL-88-OK
                    ADD 1 TO E203-NUM-COINCIDEN
                    PERFORM 2500-REGISTRA-SENAL
                    PERFORM 2900-ESCRIBE-COINCIDENCIA
               WHEN SQL-88-DUPLICATE-VALUES
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E203-COD-RETURN
                    SET WSS-FIN-LISTA-SI   TO TRUE
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2500-REGISTRA-SENAL: EL CASO ABIERTO DEL SUJETO O UNO NUEVO *
      *     (EL MISMO CRITERIO DE 2800-REGISTRA-SENAL EN MB9B0158); LA *
      *     REFERENCIA DE LA SENAL ES EL FOLIO DE LA COINCIDENCIA.     *
      ******************************************************************
       2500-REGISTRA-SENAL.
      *
           MOVE 0                          TO WS-FOLIO-CASO.
           EXEC SQL
               SELECT T180_FOLIO
                 INTO :WS-FOLIO-CASO
                 FROM MBDT180 with (nolock)
                WHERE T180_ENT        = :E203-ENT-ORIGIN
                  AND T180_SUJETO     = :WS-CAND-SUJETO
                  AND T180_TIP_SUJETO = :WS-CAND-TIP-SUJETO
                  AND T180_ESTADO IN (:CA-ABIERTO, :CA-ASIGNADO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    PERFORM 2510-ABRE-CASO
               WHEN OTHER
                    MOVE CA-99             TO E203-COD-RETURN
           END-EVALUATE.
      *
           IF E203-RETURN-OK
              EXEC SQL
                  INSERT INTO MBDT181
                         (T181_FOLIO, T181_FUENTE,
                          T181_REFERENCIA, T181_DAT_SENAL,
                          T181_STP_ALTA)
                  VALUES (:WS-FOLIO-CASO, :CA-FUENTE-LISTAS,
                          :WS-FOLIO-HIT,
                          DATE(:E203-FECHA-PROCESO),
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 EXEC SQL
                     UPDATE MBDT180
                        SET T180_NUM_SENALES =
                            T180_NUM_SENALES + 1,
                            T180_STP_LASTMOD = CURRENT TIMESTAMP
                      WHERE T180_FOLIO = :WS-FOLIO-CASO
                 END-EXEC
                 EXEC SQL
                     UPDATE MBDT225
                        SET T225_FOLIO_CASO = :WS-FOLIO-CASO
                      WHERE T225_FOLIO = :WS-FOLIO-HIT
                 END-EXEC
              ELSE
                 MOVE CA-99                TO E203-COD-RETURN
              END-IF
           END-IF.
      *
           IF NOT E203-RETURN-OK
              SET WSS-FIN-LISTA-SI         TO TRUE
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2510-ABRE-CASO.                                             *
      ******************************************************************
       2510-ABRE-CASO.
      *
           EXEC SQL
               SELECT COALESCE(MAX(T180_FOLIO), 0) + 1
                 INTO :WS-FOLIO-CASO
                 FROM MBDT180 with (nolock)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E203-COD-RETURN
           END-IF.
      *
           IF E203-RETURN-OK
              EXEC SQL
                  INSERT INTO MBDT180
                         (T180_FOLIO, T180_ENT, T180_SUJETO,
                          T180_TIP_SUJETO, T180_ESTADO,
                          T180_ASIGNADO, T180_DISPOSICION,
                          T180_NUM_SENALES, T180_STP_ALTA,
                          T180_STP_LASTMOD)
                  VALUES (:WS-FOLIO-CASO, :E203-ENT-ORIGIN,
                          :WS-CAND-SUJETO, :WS-CAND-TIP-SUJETO,
                          :CA-ABIERTO, ' ', ' ', 0,
                          CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 ADD 1 TO E203-NUM-CASOS
              ELSE
                 MOVE CA-99                TO E203-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-COINCIDENCIA.                                  *
      ******************************************************************
       2900-ESCRIBE-COINCIDENCIA.
      *
           MOVE WS-FOLIO-HIT               TO WS-EDIT-FOLIO.
           MOVE WS-SCORE                   TO WS-EDIT-SCORE.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'COINCIDENCIA;'          DELIMITED BY SIZE
                  WS-EDIT-FOLIO            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-CAND-ORIGEN           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-CAND-SUJETO           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-CAND-NOMBRE           DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  WS-LST-LISTA             DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-LST-ID                DELIMITED BY '  '
                  ';SCORE='                DELIMITED BY SIZE
                  WS-EDIT-SCORE            DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 9000-END.                                                   *
      ******************************************************************
       9000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
