      ******************************************************************
      *  MB9B0217: ARCHIVO MENSUAL DE OFERTAS PREAPROBADAS DE CREDITO *
      *            DE NOMINA. LOS DATOS YA ESTABAN EN EL SISTEMA Y    *
      *            NADIE LOS USABA: ABONOS DE NOMINA (907; LA EMPRESA *
      *            SE RESUELVE COMO EN ARMA-DESC-COD907/              *
      *            28890-OBTEN-NOMBRE-EMPRESA DE MB2C0009: DMDT003 -> *
      *            DMDT001), FOTOS DE SALDO DE MBDT190, PRESTAMOS DE  *
      *            CRDT060 Y LA MOROSIDAD QUE VIGILA MB9B0184.        *
      *            PARA CADA CLIENTE CON NOMINA EN EL MES ANTERIOR AL *
      *            PROCESO CALCULA: MESES SEGUIDOS DE NOMINA, INGRESO *
      *            NETO PROMEDIO, VARIACION DEL INGRESO, SALDO MINIMO *
      *            DE CIERRE DE MES Y SI TIENE PRESTAMO VENCIDO;      *
      *            APLICA LAS REGLAS DE LA POLITICA DE CREDITO        *
      *            (MBDT261; LAS MANTIENE MB7C0660) Y ESCRIBE LA      *
      *            OFERTA CON SU MONTO SUGERIDO PARA EL SISTEMA DE    *
      *            ORIGINACION (OFERTAS). EL CLIENTE QUE PIDIO NO     *
      *            RECIBIR OFERTAS (MBDT179 TIPO 'MKTG' CANAL 'NO';   *
      *            MB7C0220) QUEDA FUERA. LOS EXCLUIDOS Y NO          *
      *            ELEGIBLES VAN CON SU MOTIVO AL REPORTE (OFERRPT).  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0217.
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
      *     @BAZ257    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-OFERTAS ASSIGN TO OFERTAS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO OFERRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * UNA OFERTA POR CLIENTE, CAMPOS SEPARADOS POR ';':
      * ENTIDAD;CLIENTE;CUENTA NOMINA;EMPRESA;NOMBRE EMPRESA;MESES;
      * INGRESO PROMEDIO;VARIACION %;SALDO MINIMO;CUOTAS VIGENTES;
      * REGLA;MONTO SUGERIDO;PLAZO;MES ANALIZADO.
       FD  F-OFERTAS
           RECORDING MODE IS F.
       01  FR-OFERTA-LINEA                 PIC X(250).
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
           05 WSS-FIN-NOMINA                PIC X(01) VALUE 'N'.
              88 WSS-FIN-NOMINA-SI                  VALUE 'S'.
           05 WSS-FIN-MESES                 PIC X(01) VALUE 'N'.
              88 WSS-FIN-MESES-SI                   VALUE 'S'.
           05 WSS-CANDIDATO                 PIC X(01) VALUE 'N'.
              88 WSS-CANDIDATO-SI                   VALUE 'S'.
           05 WSS-OFERTA                    PIC X(01) VALUE 'N'.
              88 WSS-OFERTA-SI                      VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-907                          PIC X(03)  VALUE '907'.
       01  CA-TIPO-OFERTAS                 PIC X(04)  VALUE 'MKTG'.
       01  CA-CANAL-SIN-OFERTAS            PIC X(02)  VALUE 'NO'.
       01  CA-MAX-REGLAS                   PIC S9(04) COMP VALUE 20.
      *
      * MESES HACIA ATRAS QUE SE REVISAN (MBDT140 'CRPA'/'MESES';
      * DEFAULT 12); NUNCA MENOS QUE LA REGLA QUE MAS MESES PIDE.
       01  WS-PAR-MESES                    PIC S9(09) COMP VALUE 12.
       01  WS-PAR-LEIDO                    PIC S9(09) COMP.
      *
      * MES ANALIZADO (EL ANTERIOR AL PROCESO) Y VENTANA.
       01  WS-MES-INI                      PIC X(10).
       01  WS-MES-FIN                      PIC X(10).
       01  WS-VENTANA-INI                  PIC X(10).
      *
      * REGLAS VIGENTES DE LA POLITICA (MBDT261) POR PRIORIDAD.
       01  WS-REGLA.
           05 WS-REG-ID                    PIC X(04).
           05 WS-REG-MESES-MIN             PIC S9(04) COMP.
           05 WS-REG-INGRESO-MIN           PIC S9(11)V9(02) COMP-3.
           05 WS-REG-VARIACION-MAX         PIC S9(03)V9(02) COMP-3.
           05 WS-REG-SALDO-MIN             PIC S9(11)V9(02) COMP-3.
           05 WS-REG-PCT-CAPACIDAD         PIC S9(03)V9(02) COMP-3.
           05 WS-REG-PLAZO-MESES           PIC S9(04) COMP.
           05 WS-REG-MONTO-MIN             PIC S9(11)V9(02) COMP-3.
           05 WS-REG-MONTO-MAX             PIC S9(11)V9(02) COMP-3.
      *
       01  WS-TB-REGLAS.
           05 WS-TB-REGLA OCCURS 20 TIMES.
              10 WS-TB-ID                  PIC X(04).
              10 WS-TB-MESES-MIN           PIC S9(04) COMP.
              10 WS-TB-INGRESO-MIN         PIC S9(11)V9(02) COMP-3.
              10 WS-TB-VARIACION-MAX       PIC S9(03)V9(02) COMP-3.
              10 WS-TB-SALDO-MIN           PIC S9(11)V9(02) COMP-3.
              10 WS-TB-PCT-CAPACIDAD       PIC S9(03)V9(02) COMP-3.
              10 WS-TB-PLAZO-MESES         PIC S9(04) COMP.
              10 WS-TB-MONTO-MIN           PIC S9(11)V9(02) COMP-3.
              10 WS-TB-MONTO-MAX           PIC S9(11)V9(02) COMP-3.
       01  WS-NUM-REGLAS                   PIC S9(04) COMP.
       01  WS-IX                           PIC S9(04) COMP.
      *
      * CUENTA DE NOMINA EN TURNO (LA DE MAYOR NOMINA DEL MES SI EL
      * CLIENTE COBRA EN MAS DE UNA).
       01  WS-NOMINA.
           05 WS-NOM-NUM-CLTE              PIC S9(09) COMP-3.
           05 WS-NOM-CEN-REG               PIC X(04).
           05 WS-NOM-ACC                   PIC X(10).
           05 WS-NOM-IMP-MES               PIC S9(13)V9(02) COMP-3.
       01  WS-CLTE-ANT                     PIC S9(09) COMP-3 VALUE 0.
      *
      * INDICADORES DEL CLIENTE.
       01  WS-CLIENTE.
           05 WS-CLI-MESES                 PIC S9(04) COMP.
           05 WS-CLI-SUMA                  PIC S9(15)V9(02) COMP-3.
           05 WS-CLI-PROMEDIO              PIC S9(13)V9(02) COMP-3.
           05 WS-CLI-DESVIACION            PIC S9(13)V9(02) COMP-3.
           05 WS-CLI-VARIACION             PIC S9(03)V9(02) COMP-3.
           05 WS-CLI-NUM-FOTOS             PIC S9(09) COMP.
           05 WS-CLI-SALDO-MIN             PIC S9(13)V9(02) COMP-3.
           05 WS-CLI-NUM-VENCIDOS          PIC S9(09) COMP.
           05 WS-CLI-CUOTAS                PIC S9(13)V9(02) COMP-3.
           05 WS-CLI-RUN-INI               PIC X(10).
           05 WS-CLI-MOTIVO                PIC X(30).
           05 WS-CLI-REGLA                 PIC X(04).
           05 WS-CLI-CAPACIDAD             PIC S9(13)V9(02) COMP-3.
           05 WS-CLI-MONTO                 PIC S9(13)V9(02) COMP-3.
           05 WS-CLI-PLAZO                 PIC S9(04) COMP.
       01  WS-MONTO-CIENTOS                PIC S9(11) COMP-3.
       01  WS-NUM-EXISTE                   PIC S9(09) COMP.
      *
      * MES DE NOMINA LEIDO Y MES QUE SE ESPERA (CUENTA HACIA ATRAS).
       01  WS-MES-PERIODO                  PIC S9(09) COMP.
       01  WS-MES-IMPORTE                  PIC S9(13)V9(02) COMP-3.
       01  WS-PER-ESPERADO.
           05 WS-PER-ESP-AAAA              PIC 9(04).
           05 WS-PER-ESP-MM                PIC 9(02).
       01  WS-PER-ESPERADO-NUM REDEFINES WS-PER-ESPERADO
                                           PIC 9(06).
      *
      * EMPRESA DE LA NOMINA (DMDT003/DMDT001).
       01  WS-EMPRESA.
           05 WS-EMP-NUM-E                 PIC X(07).
           05 WS-EMP-NUM-LOTE              PIC X(10).
           05 WS-EMP-NOMBRE                PIC X(50).
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-MESES                   PIC ZZ9.
       01  WS-EDIT-PLAZO                   PIC ZZ9.
       01  WS-EDIT-PCT                     PIC ZZ9.99.
       01  WS-EDIT-PROMEDIO                PIC -(13)9.99.
       01  WS-EDIT-SALDO                   PIC -(13)9.99.
       01  WS-EDIT-CUOTAS                  PIC -(13)9.99.
       01  WS-EDIT-MONTO                   PIC -(13)9.99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0217.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0217.
      *
           PERFORM 1000-START.
           IF E217-RETURN-OK
              PERFORM 1100-CARGA-REGLAS
           END-IF.
           IF E217-RETURN-OK
              PERFORM 1200-CALCULA-PERIODO
           END-IF.
           IF E217-RETURN-OK
              PERFORM 2000-RECORRE-NOMINA
           END-IF.
           IF E217-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E217-COD-RETURN.
           MOVE 0                          TO E217-NUM-CLIENTES
                                              E217-NUM-OFERTAS
                                              E217-NUM-SIN-OFERTAS
                                              E217-NUM-MOROSOS
                                              E217-NUM-NO-ELEGIBLES
                                              E217-IMP-OFERTADO.
      *
           IF E217-ENT-ORIGIN    EQUAL SPACES OR
              E217-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E217-COD-RETURN
           END-IF.
      *
           IF E217-RETURN-OK
              OPEN OUTPUT F-OFERTAS
                          F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 1100-CARGA-REGLAS: REGLAS VIGENTES DE LA ENTIDAD POR        *
      *     PRIORIDAD. SIN REGLAS NO HAY OFERTAS.                      *
      ******************************************************************
       1100-CARGA-REGLAS.
      *
           MOVE 0                          TO WS-NUM-REGLAS.
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C217REG CURSOR FOR
               SELECT T261_ID_REGLA, T261_MESES_MIN,
                      T261_INGRESO_MIN, T261_VARIACION_MAX,
                      T261_SALDO_MIN, T261_PCT_CAPACIDAD,
                      T261_PLAZO_MESES, T261_MONTO_MIN,
                      T261_MONTO_MAX
                 FROM MBDT261 with (nolock)
                WHERE T261_ENT    = :E217-ENT-ORIGIN
                  AND T261_ESTADO = 'A'
                ORDER BY T261_PRIORIDAD, T261_ID_REGLA
           END-EXEC.
      *
           EXEC SQL
               OPEN C217REG
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C217REG
                   INTO :WS-REG-ID, :WS-REG-MESES-MIN,
                        :WS-REG-INGRESO-MIN, :WS-REG-VARIACION-MAX,
                        :WS-REG-SALDO-MIN, :WS-REG-PCT-CAPACIDAD,
                        :WS-REG-PLAZO-MESES, :WS-REG-MONTO-MIN,
                        :WS-REG-MONTO-MAX
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 1150-AGREGA-REGLA
                        IF WS-NUM-REGLAS >= CA-MAX-REGLAS
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E217-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C217REG
           END-EXEC.
      *
           IF E217-RETURN-OK AND WS-NUM-REGLAS EQUAL 0
              MOVE CA-10                   TO E217-COD-RETURN
              MOVE 'SIN REGLAS VIGENTES EN MBDT261'
                                           TO FR-REPORTE-LINEA
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1150-AGREGA-REGLA.                                          *
      ******************************************************************
       1150-AGREGA-REGLA.
      *
           ADD 1                           TO WS-NUM-REGLAS.
           MOVE WS-REG-ID             TO WS-TB-ID(WS-NUM-REGLAS).
           MOVE WS-REG-MESES-MIN      TO WS-TB-MESES-MIN(WS-NUM-REGLAS).
           MOVE WS-REG-INGRESO-MIN
                                TO WS-TB-INGRESO-MIN(WS-NUM-REGLAS).
           MOVE WS-REG-VARIACION-MAX
                                TO WS-TB-VARIACION-MAX(WS-NUM-REGLAS).
           MOVE WS-REG-SALDO-MIN      TO WS-TB-SALDO-MIN(WS-NUM-REGLAS).
           MOVE WS-REG-PCT-CAPACIDAD
                                TO WS-TB-PCT-CAPACIDAD(WS-NUM-REGLAS).
           MOVE WS-REG-PLAZO-MESES
                                TO WS-TB-PLAZO-MESES(WS-NUM-REGLAS).
           MOVE WS-REG-MONTO-MIN      TO WS-TB-MONTO-MIN(WS-NUM-REGLAS).
           MOVE WS-REG-MONTO-MAX      TO WS-TB-MONTO-MAX(WS-NUM-REGLAS).
      *
           IF WS-REG-MESES-MIN > WS-PAR-MESES
              MOVE WS-REG-MESES-MIN        TO WS-PAR-MESES
           END-IF.
      *
      ******************************************************************
      *.PN 1200-CALCULA-PERIODO: MES ANALIZADO = EL ANTERIOR AL DIA DE *
      *     PROCESO; LA VENTANA TERMINA EN SU CIERRE.                  *
      ******************************************************************
       1200-CALCULA-PERIODO.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 3)))
                 INTO :WS-PAR-LEIDO
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'CRPA'
                  AND T140_COD_TABLE = 'MESES'
                  AND T140_ENTITY    = :E217-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK AND WS-PAR-LEIDO > WS-PAR-MESES
              MOVE WS-PAR-LEIDO            TO WS-PAR-MESES
           END-IF.
      *
           EXEC SQL
               SELECT CHAR(ADD_MONTHS(DATE(:E217-FECHA-PROCESO) -
                           (DAY(DATE(:E217-FECHA-PROCESO)) - 1) DAYS,
                           -1)),
                      CHAR(DATE(:E217-FECHA-PROCESO) -
                           DAY(DATE(:E217-FECHA-PROCESO)) DAYS),
                      CHAR(ADD_MONTHS(DATE(:E217-FECHA-PROCESO) -
                           (DAY(DATE(:E217-FECHA-PROCESO)) - 1) DAYS,
                           0 - :WS-PAR-MESES))
                 INTO :WS-MES-INI, :WS-MES-FIN, :WS-VENTANA-INI
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E217-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-RECORRE-NOMINA: CLIENTES CON NOMINA (907) EN EL MES    *
      *     ANALIZADO; POR CLIENTE SOLO SE EVALUA SU CUENTA DE MAYOR   *
      *     NOMINA (LA PRIMERA DE CADA CLIENTE EN EL ORDEN).           *
      ******************************************************************
       2000-RECORRE-NOMINA.
      *
           MOVE 'N'                        TO WSS-FIN-NOMINA.
           MOVE 0                          TO WS-CLTE-ANT.
      *
           EXEC SQL
               DECLARE C217NOM CURSOR FOR
               SELECT W.T036_NUM_CLTE, M.T071_CEN_REG, M.T071_ACC,
                      SUM(M.T071_AMT)
                 FROM BGDT071 M, MBDT036 W
                WHERE M.T071_ENT     = :E217-ENT-ORIGIN
                  AND M.T071_COD     = :CA-907
                  AND M.T071_AMT     > 0
                  AND M.T071_DAT_OPERATION
                      BETWEEN DATE(:WS-MES-INI) AND DATE(:WS-MES-FIN)
                  AND W.T036_ENT      = M.T071_ENT
                  AND W.T036_CEN_REG  = M.T071_CEN_REG
                  AND W.T036_ACC      = M.T071_ACC
                  AND W.T036_FLG_STAT = 'A'
                  AND W.T036_NUM_CLTE > 0
                GROUP BY W.T036_NUM_CLTE, M.T071_CEN_REG, M.T071_ACC
                ORDER BY 1, 4 DESC
           END-EXEC.
      *
           EXEC SQL
               OPEN C217NOM
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-NOMINA-SI
               EXEC SQL
                   FETCH C217NOM
                   INTO :WS-NOM-NUM-CLTE, :WS-NOM-CEN-REG,
                        :WS-NOM-ACC, :WS-NOM-IMP-MES
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        IF WS-NOM-NUM-CLTE NOT EQUAL WS-CLTE-ANT
                           MOVE WS-NOM-NUM-CLTE TO WS-CLTE-ANT
                           PERFORM 2100-EVALUA-CLIENTE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-NOMINA-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-NOMINA-SI TO TRUE
                        MOVE CA-99          TO E217-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C217NOM
           END-EXEC.
      *
           IF E217-RETURN-OK AND E217-NUM-CLIENTES EQUAL 0
              MOVE CA-10                   TO E217-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-EVALUA-CLIENTE: PREFERENCIA, INDICADORES, MOROSIDAD Y  *
      *     REGLAS; EL PRIMER MOTIVO QUE LO DESCARTA CORTA EL ANALISIS.*
      ******************************************************************
       2100-EVALUA-CLIENTE.
      *
           ADD 1                           TO E217-NUM-CLIENTES.
           INITIALIZE WS-CLIENTE.
           SET WSS-CANDIDATO-SI            TO TRUE.
           MOVE 'N'                        TO WSS-OFERTA.
      *
           PERFORM 2200-VERIFICA-PREFERENCIA.
      *
           IF E217-RETURN-OK AND WSS-CANDIDATO-SI
              PERFORM 2300-MESES-NOMINA
           END-IF.
           IF E217-RETURN-OK AND WSS-CANDIDATO-SI
              PERFORM 2400-VARIACION
           END-IF.
           IF E217-RETURN-OK AND WSS-CANDIDATO-SI
              PERFORM 2500-SALDO-MINIMO
           END-IF.
           IF E217-RETURN-OK AND WSS-CANDIDATO-SI
              PERFORM 2600-PRESTAMOS
           END-IF.
           IF E217-RETURN-OK AND WSS-CANDIDATO-SI
              PERFORM 2700-APLICA-REGLAS
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT E217-RETURN-OK
                    SET WSS-FIN-NOMINA-SI  TO TRUE
               WHEN WSS-OFERTA-SI
                    PERFORM 2800-EMPRESA
                    PERFORM 2900-ESCRIBE-OFERTA
               WHEN OTHER
                    PERFORM 2950-ESCRIBE-DESCARTE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2200-VERIFICA-PREFERENCIA: EL CLIENTE QUE NO QUIERE OFERTAS *
      *     LO PIDIO EN ALGUNA DE SUS CUENTAS (MBDT179 'MKTG'/'NO').   *
      ******************************************************************
       2200-VERIFICA-PREFERENCIA.
      *
           MOVE 0                          TO WS-NUM-EXISTE.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-EXISTE
                 FROM MBDT179 P, MBDT036 W
                WHERE W.T036_ENT      = :E217-ENT-ORIGIN
                  AND W.T036_NUM_CLTE = :WS-NOM-NUM-CLTE
                  AND P.T179_ENT      = W.T036_ENT
                  AND P.T179_CUENTA   = W.T036_CEN_REG
                                        CONCAT W.T036_ACC
                  AND P.T179_TIPO     = :CA-TIPO-OFERTAS
                  AND P.T179_CANAL    = :CA-CANAL-SIN-OFERTAS
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN NOT SQL-88-OK
                    MOVE CA-99             TO E217-COD-RETURN
               WHEN WS-NUM-EXISTE > 0
                    MOVE 'N'               TO WSS-CANDIDATO
                    MOVE 'NO QUIERE OFERTAS (MBDT179)'
                                           TO WS-CLI-MOTIVO
                    ADD 1                  TO E217-NUM-SIN-OFERTAS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-MESES-NOMINA: MESES SEGUIDOS CON NOMINA CONTANDO HACIA *
      *     ATRAS DESDE EL MES ANALIZADO; EL PRIMER MES SIN NOMINA     *
      *     CORTA LA RACHA. EL PROMEDIO ES EL DE LA RACHA.             *
      ******************************************************************
       2300-MESES-NOMINA.
      *
           MOVE WS-MES-FIN(1:4)            TO WS-PER-ESP-AAAA.
           MOVE WS-MES-FIN(6:2)            TO WS-PER-ESP-MM.
           MOVE 0                          TO WS-CLI-MESES
                                              WS-CLI-SUMA.
           MOVE WS-MES-INI                 TO WS-CLI-RUN-INI.
           MOVE 'N'                        TO WSS-FIN-MESES.
      *
           EXEC SQL
               DECLARE C217MES CURSOR FOR
               SELECT YEAR(T071_DAT_OPERATION) * 100 +
                      MONTH(T071_DAT_OPERATION),
                      SUM(T071_AMT)
                 FROM BGDT071
                WHERE T071_ENT     = :E217-ENT-ORIGIN
                  AND T071_CEN_REG = :WS-NOM-CEN-REG
                  AND T071_ACC     = :WS-NOM-ACC
                  AND T071_COD     = :CA-907
                  AND T071_AMT     > 0
                  AND T071_DAT_OPERATION
                      BETWEEN DATE(:WS-VENTANA-INI)
                          AND DATE(:WS-MES-FIN)
                GROUP BY YEAR(T071_DAT_OPERATION) * 100 +
                         MONTH(T071_DAT_OPERATION)
                ORDER BY 1 DESC
           END-EXEC.
      *
           EXEC SQL
               OPEN C217MES
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-MESES-SI
               EXEC SQL
                   FETCH C217MES
                   INTO :WS-MES-PERIODO, :WS-MES-IMPORTE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2350-CUENTA-MES
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-MESES-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-MESES-SI TO TRUE
                        MOVE CA-99          TO E217-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C217MES
           END-EXEC.
      *
           IF E217-RETURN-OK AND WS-CLI-MESES > 0
              COMPUTE WS-CLI-PROMEDIO ROUNDED =
                      WS-CLI-SUMA / WS-CLI-MESES
           END-IF.
      *
      ******************************************************************
      *.PN 2350-CUENTA-MES.                                            *
      ******************************************************************
       2350-CUENTA-MES.
      *
           IF WS-MES-PERIODO EQUAL WS-PER-ESPERADO-NUM
              ADD 1                        TO WS-CLI-MESES
              ADD WS-MES-IMPORTE           TO WS-CLI-SUMA
              MOVE SPACES                  TO WS-CLI-RUN-INI
              STRING WS-PER-ESP-AAAA       DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-PER-ESP-MM         DELIMITED BY SIZE
                     '-01'                 DELIMITED BY SIZE
                INTO WS-CLI-RUN-INI
              END-STRING
              IF WS-PER-ESP-MM EQUAL 1
                 MOVE 12                   TO WS-PER-ESP-MM
                 SUBTRACT 1              FROM WS-PER-ESP-AAAA
              ELSE
                 SUBTRACT 1              FROM WS-PER-ESP-MM
              END-IF
           ELSE
              SET WSS-FIN-MESES-SI         TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2400-VARIACION: DESVIACION ESTANDAR DE LOS MESES DE LA      *
      *     RACHA ENTRE SU PROMEDIO, EN PORCENTAJE.                    *
      ******************************************************************
       2400-VARIACION.
      *
           MOVE 0                          TO WS-CLI-DESVIACION
                                              WS-CLI-VARIACION.
      *
           EXEC SQL
               SELECT COALESCE(STDDEV(X.IMP_MES), 0)
                 INTO :WS-CLI-DESVIACION
                 FROM (SELECT SUM(T071_AMT) AS IMP_MES
                         FROM BGDT071
                        WHERE T071_ENT     = :E217-ENT-ORIGIN
                          AND T071_CEN_REG = :WS-NOM-CEN-REG
                          AND T071_ACC     = :WS-NOM-ACC
                          AND T071_COD     = :CA-907
                          AND T071_AMT     > 0
                          AND T071_DAT_OPERATION
                              BETWEEN DATE(:WS-CLI-RUN-INI)
                                  AND DATE(:WS-MES-FIN)
                        GROUP BY YEAR(T071_DAT_OPERATION),
                                 MONTH(T071_DAT_OPERATION)) X
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E217-COD-RETURN
           END-IF.
      *
           IF E217-RETURN-OK AND WS-CLI-PROMEDIO > 0
              COMPUTE WS-CLI-VARIACION ROUNDED =
                      WS-CLI-DESVIACION * 100 / WS-CLI-PROMEDIO
                  ON SIZE ERROR
                      MOVE 999.99          TO WS-CLI-VARIACION
              END-COMPUTE
           END-IF.
      *
      ******************************************************************
      *.PN 2500-SALDO-MINIMO: EL MENOR SALDO DE CIERRE DE MES DE LA    *
      *     CUENTA DE NOMINA EN LA RACHA (FOTO DE MBDT190 DEL ULTIMO   *
      *     DIA DE CADA MES). SIN FOTOS EL SALDO MINIMO ES CERO.       *
      ******************************************************************
       2500-SALDO-MINIMO.
      *
           MOVE 0                          TO WS-CLI-NUM-FOTOS
                                              WS-CLI-SALDO-MIN.
      *
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(T190_SALDO), 0)
                 INTO :WS-CLI-NUM-FOTOS, :WS-CLI-SALDO-MIN
                 FROM MBDT190 with (nolock)
                WHERE T190_ENT      = :E217-ENT-ORIGIN
                  AND T190_CEN_REG  = :WS-NOM-CEN-REG
                  AND T190_ACC      = :WS-NOM-ACC
                  AND T190_DAT_FOTO BETWEEN DATE(:WS-CLI-RUN-INI)
                                        AND DATE(:WS-MES-FIN)
                  AND T190_DAT_FOTO = LAST_DAY(T190_DAT_FOTO)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E217-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2600-PRESTAMOS: PRESTAMOS DEL CLIENTE EN CRDT060 (SUS       *
      *     CUENTAS DE MBDT036). VENCIDO CON EL MISMO CRITERIO DE      *
      *     MB9B0184 (CUOTA PASADA SIN PAGO DE PRESTAMO EN BGDT071 Y   *
      *     SIN LIQUIDAR EN MBDT222); CUALQUIER VENCIDO DESCARTA. LAS  *
      *     CUOTAS DE LOS PRESTAMOS VIGENTES SE RESTAN A LA CAPACIDAD. *
      ******************************************************************
       2600-PRESTAMOS.
      *
           MOVE 0                          TO WS-CLI-NUM-VENCIDOS
                                              WS-CLI-CUOTAS.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLI-NUM-VENCIDOS
                 FROM CRDT060 C, MBDT036 W
                WHERE W.T036_ENT      = :E217-ENT-ORIGIN
                  AND W.T036_NUM_CLTE = :WS-NOM-NUM-CLTE
                  AND C.ENT           = W.T036_ENT
                  AND C.CEN_REG       = W.T036_CEN_REG
                  AND C.ACC           = W.T036_ACC
                  AND C.FEC_PROX_PAGO <
                      DATE(:E217-FECHA-PROCESO)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM BGDT071 M
                        WHERE M.T071_ENT     = C.ENT
                          AND M.T071_CEN_REG = C.CEN_REG
                          AND M.T071_ACC     = C.ACC
                          AND M.T071_COD IN ('M97','D23','C42',
                                             '020','D25','R97')
                          AND M.T071_DAT_OPERATION >=
                              C.FEC_PROX_PAGO)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT222 Q
                        WHERE Q.T222_ENT     = C.ENT
                          AND Q.T222_CEN_REG = C.CEN_REG
                          AND Q.T222_ACC     = C.ACC
                          AND Q.T222_ESTADO  = 'US')
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E217-COD-RETURN
           END-IF.
      *
           IF E217-RETURN-OK AND WS-CLI-NUM-VENCIDOS > 0
              MOVE 'N'                     TO WSS-CANDIDATO
              MOVE 'PRESTAMO VENCIDO'      TO WS-CLI-MOTIVO
              ADD 1                        TO E217-NUM-MOROSOS
           END-IF.
      *
           IF E217-RETURN-OK AND WSS-CANDIDATO-SI
              EXEC SQL
                  SELECT COALESCE(SUM(C.IMP_PAGO), 0)
                    INTO :WS-CLI-CUOTAS
                    FROM CRDT060 C, MBDT036 W
                   WHERE W.T036_ENT      = :E217-ENT-ORIGIN
                     AND W.T036_NUM_CLTE = :WS-NOM-NUM-CLTE
                     AND C.ENT           = W.T036_ENT
                     AND C.CEN_REG       = W.T036_CEN_REG
                     AND C.ACC           = W.T036_ACC
                     AND C.FEC_PROX_PAGO >=
                         DATE(:E217-FECHA-PROCESO)
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MBDT222 Q
                           WHERE Q.T222_ENT     = C.ENT
                             AND Q.T222_CEN_REG = C.CEN_REG
                             AND Q.T222_ACC     = C.ACC
                             AND Q.T222_ESTADO  = 'US')
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E217-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2700-APLICA-REGLAS: LA PRIMERA REGLA (POR PRIORIDAD) QUE EL *
      *     CLIENTE CUMPLE DA LA OFERTA; SI NINGUNA, EL MOTIVO ES EL   *
      *     DE LA ULTIMA REGLA REVISADA.                               *
      ******************************************************************
       2700-APLICA-REGLAS.
      *
           PERFORM 2710-EVALUA-REGLA
              VARYING WS-IX FROM 1 BY 1
                UNTIL WS-IX > WS-NUM-REGLAS OR WSS-OFERTA-SI.
      *
           IF NOT WSS-OFERTA-SI
              MOVE 'N'                     TO WSS-CANDIDATO
              ADD 1                        TO E217-NUM-NO-ELEGIBLES
           END-IF.
      *
      ******************************************************************
      *.PN 2710-EVALUA-REGLA.                                          *
      ******************************************************************
       2710-EVALUA-REGLA.
      *
           MOVE WS-TB-ID(WS-IX)            TO WS-CLI-REGLA.
      *
           EVALUATE TRUE
               WHEN WS-CLI-MESES < WS-TB-MESES-MIN(WS-IX)
                    MOVE 'POCOS MESES DE NOMINA' TO WS-CLI-MOTIVO
               WHEN WS-CLI-PROMEDIO < WS-TB-INGRESO-MIN(WS-IX)
                    MOVE 'INGRESO BAJO'    TO WS-CLI-MOTIVO
               WHEN WS-CLI-VARIACION > WS-TB-VARIACION-MAX(WS-IX)
                    MOVE 'INGRESO INESTABLE' TO WS-CLI-MOTIVO
               WHEN WS-CLI-SALDO-MIN < WS-TB-SALDO-MIN(WS-IX)
                    MOVE 'SALDO MINIMO BAJO' TO WS-CLI-MOTIVO
               WHEN OTHER
                    PERFORM 2720-CALCULA-MONTO
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2720-CALCULA-MONTO: CAPACIDAD = INGRESO X % DE LA REGLA     *
      *     MENOS LAS CUOTAS VIGENTES; MONTO = CAPACIDAD X PLAZO,      *
      *     CERRADO A CIENTOS HACIA ABAJO Y TOPADO AL MAXIMO.          *
      ******************************************************************
       2720-CALCULA-MONTO.
      *
           COMPUTE WS-CLI-CAPACIDAD =
                   WS-CLI-PROMEDIO * WS-TB-PCT-CAPACIDAD(WS-IX) / 100
                 - WS-CLI-CUOTAS.
      *
           IF WS-CLI-CAPACIDAD NOT GREATER 0
              MOVE 'SIN CAPACIDAD DE PAGO' TO WS-CLI-MOTIVO
           ELSE
              COMPUTE WS-MONTO-CIENTOS =
                      WS-CLI-CAPACIDAD * WS-TB-PLAZO-MESES(WS-IX)
                      / 100
              COMPUTE WS-CLI-MONTO = WS-MONTO-CIENTOS * 100
              IF WS-CLI-MONTO > WS-TB-MONTO-MAX(WS-IX)
                 MOVE WS-TB-MONTO-MAX(WS-IX) TO WS-CLI-MONTO
              END-IF
              IF WS-CLI-MONTO < WS-TB-MONTO-MIN(WS-IX)
                 MOVE 'MONTO MENOR AL MINIMO' TO WS-CLI-MOTIVO
              ELSE
                 MOVE WS-TB-PLAZO-MESES(WS-IX) TO WS-CLI-PLAZO
                 MOVE SPACES               TO WS-CLI-MOTIVO
                 SET WSS-OFERTA-SI         TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2800-EMPRESA: LA EMPRESA DE LA NOMINA SE RESUELVE DESDE LA  *
      *     CUENTA IGUAL QUE EL ONLINE (ARMA-DESC-COD907 Y             *
      *     28890-OBTEN-NOMBRE-EMPRESA DE MB2C0009).                   *
      ******************************************************************
       2800-EMPRESA.
      *
           MOVE SPACES                     TO WS-EMP-NUM-E
                                              WS-EMP-NUM-LOTE
                                              WS-EMP-NOMBRE.
           EXEC SQL
               SELECT TOP 1
                      T003_NUM_E,
                      T003_NUM_LOTE
                 INTO :WS-EMP-NUM-E,
                      :WS-EMP-NUM-LOTE
                 FROM DMDT003 with(nolock)
                WHERE T003_ENT     = :E217-ENT-ORIGIN
                  AND T003_ENT_EMP = :E217-ENT-ORIGIN
                  AND T003_BRN_EMP = :WS-NOM-CEN-REG
                  AND T003_ACC_EMP = :WS-NOM-ACC
                ORDER BY T003_DAT_UPDATE DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
      *
           IF SQL-88-OK
              EXEC SQL
                  SELECT T001_NAME_E
                    INTO :WS-EMP-NOMBRE
                    FROM DMDT001 with(nolock)
                   WHERE T001_ENT   = :E217-ENT-ORIGIN
                     AND T001_NUM_E = :WS-EMP-NUM-E
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
           IF WS-EMP-NOMBRE EQUAL SPACES
              MOVE 'EMPRESA NO CATALOGADA' TO WS-EMP-NOMBRE
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-OFERTA.                                        *
      ******************************************************************
       2900-ESCRIBE-OFERTA.
      *
           ADD 1                           TO E217-NUM-OFERTAS.
           ADD WS-CLI-MONTO                TO E217-IMP-OFERTADO.
      *
           MOVE WS-NOM-NUM-CLTE            TO WS-EDIT-NUM.
           MOVE WS-CLI-MESES               TO WS-EDIT-MESES.
           MOVE WS-CLI-PROMEDIO            TO WS-EDIT-PROMEDIO.
           MOVE WS-CLI-VARIACION           TO WS-EDIT-PCT.
           MOVE WS-CLI-SALDO-MIN           TO WS-EDIT-SALDO.
           MOVE WS-CLI-CUOTAS              TO WS-EDIT-CUOTAS.
           MOVE WS-CLI-MONTO               TO WS-EDIT-MONTO.
           MOVE WS-CLI-PLAZO               TO WS-EDIT-PLAZO.
      *
           MOVE SPACES                     TO FR-OFERTA-LINEA.
           STRING E217-ENT-ORIGIN          DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-NOM-CEN-REG           DELIMITED BY SIZE
                  WS-NOM-ACC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EMP-NUM-E             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EMP-NOMBRE            DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-MESES            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-PROMEDIO         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-PCT              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-SALDO            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-CUOTAS           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-CLI-REGLA             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-MONTO            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-EDIT-PLAZO            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-MES-FIN(1:7)          DELIMITED BY SIZE
             INTO FR-OFERTA-LINEA
           END-STRING.
           WRITE FR-OFERTA-LINEA.
      *
      ******************************************************************
      *.PN 2950-ESCRIBE-DESCARTE: CLIENTE SIN OFERTA Y SU MOTIVO.      *
      ******************************************************************
       2950-ESCRIBE-DESCARTE.
      *
           MOVE WS-NOM-NUM-CLTE            TO WS-EDIT-NUM.
           MOVE WS-CLI-MESES               TO WS-EDIT-MESES.
           MOVE WS-CLI-PROMEDIO            TO WS-EDIT-PROMEDIO.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'SIN OFERTA;'            DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-NOM-CEN-REG           DELIMITED BY SIZE
                  WS-NOM-ACC               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-CLI-MOTIVO            DELIMITED BY '  '
                  ';REGLA='                DELIMITED BY SIZE
                  WS-CLI-REGLA             DELIMITED BY SIZE
                  ';MESES='                DELIMITED BY SIZE
                  WS-EDIT-MESES            DELIMITED BY SIZE
                  ';INGRESO='              DELIMITED BY SIZE
                  WS-EDIT-PROMEDIO         DELIMITED BY SIZE
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
           MOVE E217-NUM-CLIENTES          TO WS-EDIT-NUM.
           STRING 'MES ANALIZADO '         DELIMITED BY SIZE
                  WS-MES-FIN(1:7)          DELIMITED BY SIZE
                  ' CLIENTES CON NOMINA='  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E217-NUM-OFERTAS           TO WS-EDIT-NUM.
           MOVE E217-IMP-OFERTADO          TO WS-EDIT-MONTO.
           STRING 'OFERTAS='               DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ' IMPORTE OFERTADO='     DELIMITED BY SIZE
                  WS-EDIT-MONTO            DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E217-NUM-SIN-OFERTAS       TO WS-EDIT-NUM.
           STRING 'NO QUIEREN OFERTAS='    DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E217-NUM-MOROSOS           TO WS-EDIT-NUM.
           STRING 'CON PRESTAMO VENCIDO='  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           MOVE E217-NUM-NO-ELEGIBLES      TO WS-EDIT-NUM.
           STRING 'NO ELEGIBLES='          DELIMITED BY SIZE
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
              CLOSE F-OFERTAS
                    F-REPORTE
           END-IF.
      *
           GOBACK.
      *
