      ******************************************************************
      *  MB9B0194: ATENCION DE REQUERIMIENTOS DE INFORMACION CNBV     *
      *            (SIARA). LEE EL ARCHIVO ESTANDARIZADO DE           *
      *            REQUERIMIENTOS (UN RENGLON POR OFICIO, PERSONA Y   *
      *            PERIODO); UBICA A LA PERSONA POR RFC O CURP EN     *
      *            PEDT001 Y RESUELVE TODAS SUS CUENTAS Y WALLETS     *
      *            (MBDT036 Y LOS MAPEOS TELEFONO-CUENTA DE MCDT403,  *
      *            COMO LA POSICION MB2C0010; AQUI TAMBIEN ENTRAN LAS *
      *            CUENTAS DADAS DE BAJA). POR CUENTA GENERA EL       *
      *            EXTRACTO DEL PERIODO (CALL MB9B0119) PARA LO QUE   *
      *            ESTA EN LINEA Y LEVANTA LA RECUPERACION DE ARCHIVO *
      *            (MB7C0290) PARA LO QUE YA SE DEPURO (MBDT164).     *
      *            CADA PAQUETE DE RESPUESTA LLEVA FOLIO CERTIFICADO  *
      *            (MB7C0145) Y CADA REQUERIMIENTO QUEDA EN MBDT214   *
      *            CON SU FECHA LEGAL DE VENCIMIENTO EN DIAS HABILES  *
      *            (CALENDARIO MB7C0340).                             *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0194.
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
      *     @BAZ226    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REQUERIMIENTOS ASSIGN TO SIARAIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO SIARARPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REQUERIMIENTOS
           RECORDING MODE IS F.
       01  FR-REQUERIMIENTO-REG.
           05 FR-REQ-NUM-OFICIO            PIC X(20).
           05 FR-REQ-SEQ                   PIC 9(03).
           05 FR-REQ-AUTORIDAD             PIC X(25).
           05 FR-REQ-FEC-RECEPCION         PIC X(10).
           05 FR-REQ-DIAS-PLAZO            PIC 9(03).
           05 FR-REQ-TIPO-ID               PIC X(01).
              88 FR-REQ-POR-RFC                    VALUE 'R'.
              88 FR-REQ-POR-CURP                   VALUE 'C'.
           05 FR-REQ-IDENT                 PIC X(18).
           05 FR-REQ-PER-INI               PIC X(10).
           05 FR-REQ-PER-FIN               PIC X(10).
           05 FILLER                       PIC X(20).
      *
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       COPY DFHEIBLK.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-ARCHIVO-SI                 VALUE 'S'.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-ERROR-PAQUETE             PIC X(01) VALUE 'N'.
              88 WSS-ERROR-PAQUETE-SI               VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-FORMATO-FIJO                 PIC X(01)  VALUE 'F'.
       01  CA-SIN-ARCHIVO                  PIC X(10)
                                           VALUE '0001-01-01'.
      *
      * ESTADO DEL REQUERIMIENTO EN MBDT214.
       01  CA-GENERADO                     PIC X(02)  VALUE 'GE'.
       01  CA-PEND-RECUPERA                PIC X(02)  VALUE 'PR'.
       01  CA-SIN-CUENTAS                  PIC X(02)  VALUE 'SC'.
       01  CA-CON-ERROR                    PIC X(02)  VALUE 'ER'.
      *
       01  CA-MB9B0119                     PIC X(08)  VALUE 'MB9B0119'.
       01  CA-MB7C0290                     PIC X(08)  VALUE 'MB7C0290'.
       01  CA-MB7C0145                     PIC X(08)  VALUE 'MB7C0145'.
       01  CA-MB7C0340                     PIC X(08)  VALUE 'MB7C0340'.
      *
      * COMMAREA DEL EXTRACTO (CALL MB9B0119).
           COPY MBNE0119.
      *
      * COMMAREA DE LA RECUPERACION DE ARCHIVO (CALL MB7C0290).
       01  VA-MBEC0290.
           COPY MBEC0290.
      *
      * COMMAREA DEL FOLIO CERTIFICADO (CALL MB7C0145).
       01  VA-MBEC0145.
           COPY MBEC0145.
      *
      * COMMAREA DEL CALENDARIO HABIL (CALL MB7C0340).
       01  VA-MBEC0340.
           COPY MBEC0340.
      *
      * MOTIVO DE RECHAZO DEL RENGLON EN TURNO; ESPACIOS = SE ATIENDE.
       01  WS-MOTIVO-RECHAZO               PIC X(20)  VALUE SPACES.
          88 WS-REQ-ACEPTADO                      VALUE SPACES.
          88 WS-RECH-OFICIO                       VALUE 'SIN-OFICIO'.
          88 WS-RECH-IDENT                        VALUE 'IDENTIDAD'.
          88 WS-RECH-PERIODO                      VALUE 'PERIODO'.
          88 WS-RECH-PLAZO                        VALUE 'PLAZO'.
          88 WS-RECH-DUPLICADO                    VALUE 'YA-ATENDIDO'.
          88 WS-RECH-CALENDARIO                   VALUE 'CALENDARIO'.
          88 WS-RECH-SQL                          VALUE 'ERROR-SQL'.
      *
      * HORIZONTE DE ARCHIVO DE LA ENTIDAD (MBDT164): LO QUE CAE EN O
      * ANTES DE WS-FEC-ULT-ARCH YA NO ESTA EN LINEA.
       01  WS-FEC-ULT-ARCH                 PIC X(10).
       01  WS-FEC-HORIZONTE                PIC X(10).
      *
      * LLAVE DE BUSQUEDA DE LA PERSONA; SOLO UNA VA LLENA.
       01  WS-BUS-RFC                      PIC X(13).
       01  WS-BUS-CURP                     PIC X(18).
      *
      * PAQUETE DEL REQUERIMIENTO EN TURNO.
       01  WS-PAQUETE.
           05 WS-PAQ-FEC-VENCE             PIC X(10).
           05 WS-PAQ-NUM-CUENTAS           PIC 9(05).
           05 WS-PAQ-NUM-EXTRACTOS         PIC 9(05).
           05 WS-PAQ-NUM-RECUPERA          PIC 9(05).
           05 WS-PAQ-NUMCUEN-FOLIO         PIC X(14).
           05 WS-PAQ-FOLIO                 PIC 9(07).
           05 WS-PAQ-ESTADO                PIC X(02).
           05 WS-PAQ-CONTADOR              PIC 9(07).
      *
      * CUENTA EN TURNO DE LA PERSONA Y TRAMOS DEL PERIODO.
       01  WS-CUENTA.
           05 WS-CTA-BDMID                 PIC X(40).
           05 WS-CTA-NUMCUEN               PIC X(14).
           05 WS-CTA-NUMCUEN-ANT           PIC X(14).
           05 WS-CTA-LINEA-INI             PIC X(10).
           05 WS-CTA-ARCH-FIN              PIC X(10).
      *
       01  WS-EDIT-NUM                     PIC ZZZZ9.
       01  WS-EDIT-FOLIO                   PIC 9(09).
       01  WS-EDIT-REGS                    PIC ZZZZZZ9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0194.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0194.
      *
           PERFORM 1000-START.
           IF E194-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 3000-END.
      *
      ******************************************************************
      *.PN 1000-START: VALIDA PARAMETROS, TOMA EL HORIZONTE DE ARCHIVO *
      *     DE LA ENTIDAD Y ABRE ARCHIVOS.                             *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E194-COD-RETURN.
           MOVE 0                          TO E194-NUM-LEIDOS
                                              E194-NUM-ATENDIDOS
                                              E194-NUM-SIN-CUENTAS
                                              E194-NUM-RECHAZADOS
                                              E194-NUM-EXTRACTOS
                                              E194-NUM-RECUPERA.
      *
           IF E194-ENT-ORIGIN  EQUAL SPACES OR
              E194-USUARIO     EQUAL SPACES OR
              E194-COD-CONTROL NOT NUMERIC
              MOVE CA-99                   TO E194-COD-RETURN
           END-IF.
      *
           IF E194-FORMATO EQUAL SPACES
              MOVE CA-FORMATO-FIJO         TO E194-FORMATO
           END-IF.
      *
      *    SIN RANGOS DEPURADOS EN MBDT164 TODO EL HISTORICO SIGUE EN
      *    LINEA (HORIZONTE = FECHA MINIMA).
           IF E194-RETURN-OK
              EXEC SQL
                 SELECT COALESCE(CHAR(MAX(T164_DAT_FIN)),
                                 :CA-SIN-ARCHIVO),
                        COALESCE(CHAR(MAX(T164_DAT_FIN) + 1 DAY),
                                 :CA-SIN-ARCHIVO)
                   INTO :WS-FEC-ULT-ARCH, :WS-FEC-HORIZONTE
                   FROM MBDT164 with (nolock)
                  WHERE T164_ENT = :E194-ENT-ORIGIN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E194-COD-RETURN
              END-IF
           END-IF.
      *
           IF E194-RETURN-OK
              OPEN INPUT  F-REQUERIMIENTOS
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'ATENCION DE REQUERIMIENTOS SIARA ENTIDAD '
                                            DELIMITED BY SIZE
                     E194-ENT-ORIGIN        DELIMITED BY SIZE
                     ' ARCHIVO EN LINEA DESDE '
                                            DELIMITED BY SIZE
                     WS-FEC-HORIZONTE       DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: UN REQUERIMIENTO POR RENGLON DEL ARCHIVO.     *
      ******************************************************************
       2000-PROCESS.
      *
           PERFORM 2010-LEE-REQUERIMIENTO.
           PERFORM 2100-PROCESA-REQUERIMIENTO
                   UNTIL WSS-FIN-ARCHIVO-SI.
      *
           IF E194-NUM-LEIDOS EQUAL 0 AND E194-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO E194-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2010-LEE-REQUERIMIENTO.                                     *
      ******************************************************************
       2010-LEE-REQUERIMIENTO.
      *
           READ F-REQUERIMIENTOS
               AT END SET WSS-FIN-ARCHIVO-SI TO TRUE
           END-READ.
      *
      ******************************************************************
      *.PN 2100-PROCESA-REQUERIMIENTO: VALIDA EL RENGLON, CALCULA EL   *
      *     VENCIMIENTO, ARMA EL PAQUETE DE LA PERSONA Y LO REGISTRA.  *
      ******************************************************************
       2100-PROCESA-REQUERIMIENTO.
      *
           ADD 1 TO E194-NUM-LEIDOS.
           SET WS-REQ-ACEPTADO             TO TRUE.
           INITIALIZE WS-PAQUETE.
      *
           PERFORM 2110-VALIDA-REQUERIMIENTO.
      *
           IF WS-REQ-ACEPTADO
              PERFORM 2120-CALCULA-VENCIMIENTO
           END-IF.
      *
           IF WS-REQ-ACEPTADO
              PERFORM 2200-ARMA-PAQUETE
              PERFORM 2400-FOLIO-PAQUETE
              PERFORM 2500-REGISTRA-REQUERIMIENTO
           END-IF.
      *
           IF WS-REQ-ACEPTADO
              PERFORM 2900-ESCRIBE-REQUERIMIENTO
           ELSE
              ADD 1                        TO E194-NUM-RECHAZADOS
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'RECHAZO OFICIO '      DELIMITED BY SIZE
                     FR-REQ-NUM-OFICIO      DELIMITED BY SIZE
                     ' SEQ '                DELIMITED BY SIZE
                     FR-REQ-SEQ             DELIMITED BY SIZE
                     ' ID '                 DELIMITED BY SIZE
                     FR-REQ-IDENT           DELIMITED BY SIZE
                     ' MOTIVO '             DELIMITED BY SIZE
                     WS-MOTIVO-RECHAZO      DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
           PERFORM 2010-LEE-REQUERIMIENTO.
      *
      ******************************************************************
      *.PN 2110-VALIDA-REQUERIMIENTO: DATOS MINIMOS Y RE-ENVIO DE UN   *
      *     RENGLON YA ATENDIDO (MISMO OFICIO Y SECUENCIA EN MBDT214). *
      ******************************************************************
       2110-VALIDA-REQUERIMIENTO.
      *
           IF FR-REQ-NUM-OFICIO EQUAL SPACES OR
              FR-REQ-SEQ NOT NUMERIC
              SET WS-RECH-OFICIO           TO TRUE
           END-IF.
      *
           IF WS-REQ-ACEPTADO
              IF FR-REQ-IDENT EQUAL SPACES OR
                 NOT (FR-REQ-POR-RFC OR FR-REQ-POR-CURP)
                 SET WS-RECH-IDENT         TO TRUE
              END-IF
           END-IF.
      *
           IF WS-REQ-ACEPTADO
              IF FR-REQ-PER-INI EQUAL SPACES OR
                 FR-REQ-PER-FIN EQUAL SPACES OR
                 FR-REQ-PER-INI > FR-REQ-PER-FIN
                 SET WS-RECH-PERIODO       TO TRUE
              END-IF
           END-IF.
      *
           IF WS-REQ-ACEPTADO
              IF FR-REQ-FEC-RECEPCION EQUAL SPACES OR
                 FR-REQ-DIAS-PLAZO NOT NUMERIC OR
                 FR-REQ-DIAS-PLAZO EQUAL ZEROES
                 SET WS-RECH-PLAZO         TO TRUE
              END-IF
           END-IF.
      *
           IF WS-REQ-ACEPTADO
              MOVE 0                       TO WS-PAQ-CONTADOR
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PAQ-CONTADOR
                   FROM MBDT214 with (nolock)
                  WHERE T214_ENT        = :E194-ENT-ORIGIN
                    AND T214_NUM_OFICIO = :FR-REQ-NUM-OFICIO
                    AND T214_SEQ        = :FR-REQ-SEQ
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN NOT SQL-88-OK
                    SET WS-RECH-SQL        TO TRUE
                 WHEN WS-PAQ-CONTADOR > 0
                    SET WS-RECH-DUPLICADO  TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *.PN 2120-CALCULA-VENCIMIENTO: EL PLAZO LEGAL CORRE EN DIAS      *
      *     HABILES A PARTIR DE LA RECEPCION DEL OFICIO.               *
      ******************************************************************
       2120-CALCULA-VENCIMIENTO.
      *
           MOVE FR-REQ-FEC-RECEPCION       TO WS-PAQ-FEC-VENCE.
           PERFORM 2130-SIGUIENTE-HABIL FR-REQ-DIAS-PLAZO TIMES.
      *
      ******************************************************************
      *.PN 2130-SIGUIENTE-HABIL: AVANZA EL VENCIMIENTO UN DIA HABIL.   *
      ******************************************************************
       2130-SIGUIENTE-HABIL.
      *
           IF WS-REQ-ACEPTADO
              INITIALIZE VA-MBEC0340
              MOVE 'S'                     TO PR-CAL-ACCION
              MOVE E194-ENT-ORIGIN         TO PR-CAL-ENT
              MOVE WS-PAQ-FEC-VENCE        TO PR-CAL-FECHA
              CALL CA-MB7C0340 USING VA-MBEC0340
              IF PR-CAL-COD-RETURN EQUAL CA-00
                 MOVE PR-CAL-FECHA-SAL     TO WS-PAQ-FEC-VENCE
              ELSE
                 SET WS-RECH-CALENDARIO    TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-ARMA-PAQUETE: TODAS LAS CUENTAS Y WALLETS DE LA        *
      *     PERSONA; LAS DE MBDT036 POR SU NUMERO DE CLIENTE Y LAS     *
      *     LIGADAS SOLO POR TELEFONO EN MCDT403. NO SE FILTRA         *
      *     ESTATUS: LA AUTORIDAD PIDE TAMBIEN LAS CANCELADAS.         *
      ******************************************************************
       2200-ARMA-PAQUETE.
      *
           MOVE SPACES                     TO WS-BUS-RFC
                                              WS-BUS-CURP
                                              WS-CTA-NUMCUEN-ANT.
           IF FR-REQ-POR-RFC
              MOVE FR-REQ-IDENT            TO WS-BUS-RFC
           ELSE
              MOVE FR-REQ-IDENT            TO WS-BUS-CURP
           END-IF.
      *
           EXEC SQL
              DECLARE C194CTA CURSOR FOR
              SELECT X.BDMID, X.NUMCUEN
                FROM (SELECT A.T036_BDMID AS BDMID,
                             A.T036_CEN_REG CONCAT A.T036_ACC
                                          AS NUMCUEN
                        FROM MBDT036 A with (nolock),
                             PEDT001 P with (nolock)
                       WHERE A.T036_ENT      = :E194-ENT-ORIGIN
                         AND P.COD_ENTITY    = A.T036_ENT
                         AND P.NUM_CUS       = A.T036_NUM_CLTE
                         AND ((:WS-BUS-RFC  <> ' ' AND
                               P.RFC         = :WS-BUS-RFC) OR
                              (:WS-BUS-CURP <> ' ' AND
                               P.CURP        = :WS-BUS-CURP))
                      UNION
                      SELECT M.T403_BDMID AS BDMID,
                             M.T403_NUM_CTA AS NUMCUEN
                        FROM MCDT403 M with (nolock),
                             PEDT001 P with (nolock)
                       WHERE P.COD_ENTITY    = :E194-ENT-ORIGIN
                         AND P.NUM_CUS       = M.T403_NUM_CLTE
                         AND ((:WS-BUS-RFC  <> ' ' AND
                               P.RFC         = :WS-BUS-RFC) OR
                              (:WS-BUS-CURP <> ' ' AND
                               P.CURP        = :WS-BUS-CURP))) X
               ORDER BY X.NUMCUEN, X.BDMID
           END-EXEC.
      *
           EXEC SQL
              OPEN C194CTA
           END-EXEC.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
           PERFORM UNTIL WSS-FIN-CURSOR-SI
              EXEC SQL
                 FETCH C194CTA
                  INTO :WS-CTA-BDMID, :WS-CTA-NUMCUEN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
      *             LA MISMA CUENTA LIGADA A DOS BDMID VA UNA SOLA VEZ.
                    IF WS-CTA-NUMCUEN NOT EQUAL WS-CTA-NUMCUEN-ANT
                       PERFORM 2300-ATIENDE-CUENTA
                       MOVE WS-CTA-NUMCUEN TO WS-CTA-NUMCUEN-ANT
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                 WHEN OTHER
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                    SET WSS-ERROR-PAQUETE-SI
                                           TO TRUE
              END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
              CLOSE C194CTA
           END-EXEC.
      *
      ******************************************************************
      *.PN 2300-ATIENDE-CUENTA: LA PARTE DEL PERIODO QUE SIGUE EN      *
      *     LINEA VA AL EXTRACTO; LA DEPURADA SE PIDE AL ARCHIVO.      *
      ******************************************************************
       2300-ATIENDE-CUENTA.
      *
           ADD 1                           TO WS-PAQ-NUM-CUENTAS.
           IF WS-PAQ-NUM-CUENTAS EQUAL 1
              MOVE WS-CTA-NUMCUEN          TO WS-PAQ-NUMCUEN-FOLIO
           END-IF.
      *
           IF FR-REQ-PER-FIN NOT < WS-FEC-HORIZONTE
              IF FR-REQ-PER-INI < WS-FEC-HORIZONTE
                 MOVE WS-FEC-HORIZONTE     TO WS-CTA-LINEA-INI
              ELSE
                 MOVE FR-REQ-PER-INI       TO WS-CTA-LINEA-INI
              END-IF
              PERFORM 2310-GENERA-EXTRACTO
           END-IF.
      *
           IF WS-FEC-ULT-ARCH NOT EQUAL CA-SIN-ARCHIVO AND
              FR-REQ-PER-INI NOT > WS-FEC-ULT-ARCH
              IF FR-REQ-PER-FIN > WS-FEC-ULT-ARCH
                 MOVE WS-FEC-ULT-ARCH      TO WS-CTA-ARCH-FIN
              ELSE
                 MOVE FR-REQ-PER-FIN       TO WS-CTA-ARCH-FIN
              END-IF
              PERFORM 2320-SOLICITA-RECUPERACION
           END-IF.
      *
      ******************************************************************
      *.PN 2310-GENERA-EXTRACTO: EXTRACTO MB9B0119 DEL TRAMO EN LINEA. *
      *     SIN MOVIMIENTOS ('10') TAMBIEN ES RESPUESTA VALIDA.        *
      ******************************************************************
       2310-GENERA-EXTRACTO.
      *
           INITIALIZE MBNE0119.
           MOVE WS-CTA-BDMID               TO E119-BDMID.
           MOVE WS-CTA-NUMCUEN             TO E119-NUMCUEN.
           MOVE WS-CTA-LINEA-INI           TO E119-FECHINI.
           MOVE FR-REQ-PER-FIN             TO E119-FECHFIN.
           MOVE E194-FORMATO               TO E119-FORMATO.
           MOVE E194-ENT-ORIGIN            TO E119-ENTIDAD.
      *
           CALL CA-MB9B0119 USING MBNE0119.
      *
           EVALUATE TRUE
               WHEN E119-RETURN-OK
               WHEN E119-RETURN-SIN-DATOS
                   ADD 1                   TO WS-PAQ-NUM-EXTRACTOS
                                              E194-NUM-EXTRACTOS
               WHEN OTHER
                   SET WSS-ERROR-PAQUETE-SI
                                           TO TRUE
           END-EVALUATE.
      *
           MOVE E119-NUM-REGS              TO WS-EDIT-REGS.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING '   EXTRACTO CUENTA '     DELIMITED BY SIZE
                  WS-CTA-NUMCUEN            DELIMITED BY SIZE
                  ' DEL '                   DELIMITED BY SIZE
                  WS-CTA-LINEA-INI          DELIMITED BY SIZE
                  ' AL '                    DELIMITED BY SIZE
                  FR-REQ-PER-FIN            DELIMITED BY SIZE
                  ' RC '                    DELIMITED BY SIZE
                  E119-COD-RETURN           DELIMITED BY SIZE
                  ' MOVTOS '                DELIMITED BY SIZE
                  WS-EDIT-REGS              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2320-SOLICITA-RECUPERACION: TRAMO DEPURADO; SE LEVANTA LA   *
      *     SOLICITUD DE RECUPERACION DE ARCHIVO A NOMBRE DEL USUARIO  *
      *     DE CUMPLIMIENTO. EL PAQUETE QUEDA PENDIENTE HASTA QUE      *
      *     OPERACION LA ATIENDE.                                      *
      ******************************************************************
       2320-SOLICITA-RECUPERACION.
      *
           INITIALIZE VA-MBEC0290.
           MOVE 'S'                        TO PR-RCL-ACCION.
           MOVE E194-ENT-ORIGIN            TO PR-RCL-ENT.
           MOVE WS-CTA-NUMCUEN(1:4)        TO PR-RCL-CEN-REG.
           MOVE WS-CTA-NUMCUEN(5:10)       TO PR-RCL-ACC.
           MOVE FR-REQ-PER-INI             TO PR-RCL-FECHA-DESDE.
           MOVE WS-CTA-ARCH-FIN            TO PR-RCL-FECHA-HASTA.
           MOVE E194-USUARIO               TO PR-RCL-SOLICITANTE.
      *
           CALL CA-MB7C0290 USING VA-MBEC0290.
      *
           IF PR-RCL-COD-RETURN EQUAL CA-00
              ADD 1                        TO WS-PAQ-NUM-RECUPERA
                                              E194-NUM-RECUPERA
           ELSE
              SET WSS-ERROR-PAQUETE-SI     TO TRUE
           END-IF.
      *
           MOVE PR-RCL-FOLIO               TO WS-EDIT-FOLIO.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING '   RECUPERACION CUENTA ' DELIMITED BY SIZE
                  WS-CTA-NUMCUEN            DELIMITED BY SIZE
                  ' DEL '                   DELIMITED BY SIZE
                  FR-REQ-PER-INI            DELIMITED BY SIZE
                  ' AL '                    DELIMITED BY SIZE
                  WS-CTA-ARCH-FIN           DELIMITED BY SIZE
                  ' RC '                    DELIMITED BY SIZE
                  PR-RCL-COD-RETURN         DELIMITED BY SIZE
                  ' FOLIO '                 DELIMITED BY SIZE
                  WS-EDIT-FOLIO             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2400-FOLIO-PAQUETE: UN FOLIO CERTIFICADO POR PAQUETE. EL    *
      *     FOLIO SE REGISTRA CON LA PRIMERA CUENTA Y EL PERIODO DEL   *
      *     REQUERIMIENTO; MBDT214 LIGA EL FOLIO CON EL OFICIO. SIN    *
      *     CUENTAS LA RESPUESTA ES NEGATIVA Y NO LLEVA FOLIO.         *
      ******************************************************************
       2400-FOLIO-PAQUETE.
      *
           EVALUATE TRUE
              WHEN WSS-ERROR-PAQUETE-SI
                 MOVE CA-CON-ERROR         TO WS-PAQ-ESTADO
              WHEN WS-PAQ-NUM-CUENTAS EQUAL 0
                 MOVE CA-SIN-CUENTAS       TO WS-PAQ-ESTADO
                 ADD 1                     TO E194-NUM-SIN-CUENTAS
              WHEN OTHER
                 INITIALIZE VA-MBEC0145
                 MOVE 'E'                  TO PR-FOL-ACCION
                 MOVE E194-ENT-ORIGIN      TO PR-FOL-ENT
                 MOVE E194-COD-CONTROL     TO PR-FOL-COD-CONTROL
                 MOVE WS-PAQ-NUMCUEN-FOLIO TO PR-FOL-NUMCUEN
                 MOVE FR-REQ-PER-INI       TO PR-FOL-PER-INI
                 MOVE FR-REQ-PER-FIN       TO PR-FOL-PER-FIN
                 MOVE E194-USUARIO         TO PR-FOL-USUARIO
                 CALL CA-MB7C0145 USING DFHEIBLK VA-MBEC0145
                 IF PR-FOL-COD-RETURN EQUAL CA-00
                    MOVE PR-FOL-FOLIO      TO WS-PAQ-FOLIO
                    ADD 1                  TO E194-NUM-ATENDIDOS
                    IF WS-PAQ-NUM-RECUPERA > 0
                       MOVE CA-PEND-RECUPERA
                                           TO WS-PAQ-ESTADO
                    ELSE
                       MOVE CA-GENERADO    TO WS-PAQ-ESTADO
                    END-IF
                 ELSE
                    MOVE CA-CON-ERROR      TO WS-PAQ-ESTADO
                 END-IF
           END-EVALUATE.
      *
           MOVE 'N'                        TO WSS-ERROR-PAQUETE.
      *
      ******************************************************************
      *.PN 2500-REGISTRA-REQUERIMIENTO: SEGUIMIENTO DEL OFICIO CON SU  *
      *     VENCIMIENTO LEGAL (MBDT214). UN PAQUETE CON ERROR TAMBIEN  *
      *     SE REGISTRA PARA QUE CUMPLIMIENTO LO RETOME EN PLAZO.      *
      ******************************************************************
       2500-REGISTRA-REQUERIMIENTO.
      *
           EXEC SQL
              INSERT INTO MBDT214
                     (T214_ENT, T214_NUM_OFICIO, T214_SEQ,
                      T214_AUTORIDAD, T214_TIPO_ID, T214_IDENT,
                      T214_PER_INI, T214_PER_FIN,
                      T214_FEC_RECEPCION, T214_FEC_VENCE,
                      T214_NUM_CUENTAS, T214_NUM_EXTRACTOS,
                      T214_NUM_RECUPERA, T214_FOLIO_CERT,
                      T214_ESTADO, T214_USUARIO, T214_STP_ALTA)
              VALUES (:E194-ENT-ORIGIN, :FR-REQ-NUM-OFICIO,
                      :FR-REQ-SEQ, :FR-REQ-AUTORIDAD,
                      :FR-REQ-TIPO-ID, :FR-REQ-IDENT,
                      DATE(:FR-REQ-PER-INI), DATE(:FR-REQ-PER-FIN),
                      DATE(:FR-REQ-FEC-RECEPCION),
                      DATE(:WS-PAQ-FEC-VENCE),
                      :WS-PAQ-NUM-CUENTAS, :WS-PAQ-NUM-EXTRACTOS,
                      :WS-PAQ-NUM-RECUPERA, :WS-PAQ-FOLIO,
                      :WS-PAQ-ESTADO, :E194-USUARIO,
                      CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E194-COD-RETURN
              MOVE CA-CON-ERROR            TO WS-PAQ-ESTADO
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-REQUERIMIENTO: RENGLON DEL PAQUETE EN EL       *
      *     REPORTE DE CUMPLIMIENTO.                                   *
      ******************************************************************
       2900-ESCRIBE-REQUERIMIENTO.
      *
           MOVE WS-PAQ-NUM-CUENTAS         TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'OFICIO '                 DELIMITED BY SIZE
                  FR-REQ-NUM-OFICIO         DELIMITED BY SIZE
                  ' SEQ '                   DELIMITED BY SIZE
                  FR-REQ-SEQ                DELIMITED BY SIZE
                  ' ID '                    DELIMITED BY SIZE
                  FR-REQ-IDENT              DELIMITED BY SIZE
                  ' CUENTAS '               DELIMITED BY SIZE
                  WS-EDIT-NUM               DELIMITED BY SIZE
                  ' FOLIO '                 DELIMITED BY SIZE
                  WS-PAQ-FOLIO              DELIMITED BY SIZE
                  ' VENCE '                 DELIMITED BY SIZE
                  WS-PAQ-FEC-VENCE          DELIMITED BY SIZE
                  ' ESTADO '                DELIMITED BY SIZE
                  WS-PAQ-ESTADO             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
       3000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REQUERIMIENTOS F-REPORTE
           END-IF.
      *
           GOBACK.
      *
