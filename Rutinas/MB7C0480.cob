      ******************************************************************
      *  MB7C0480: COTIZACION DE LIQUIDACION ANTICIPADA DE PRESTAMOS  *
      *            DE NOMINA Y PERSONALES. 28898-CONSULTA-DETALLE-    *
      *            PRESTAMO MUESTRA EL CALENDARIO CRDT060 JUNTO AL    *
      *            PAGO; PERO CUANDO EL CLIENTE PREGUNTA "CUANTO PAGO *
      *            PARA LIQUIDAR HOY" LA SUCURSAL CALCULABA A MANO.   *
      *            AQUI SE COTIZA A UNA FECHA DE CORTE: CAPITAL       *
      *            INSOLUTO; INTERES DEVENGADO A LA FECHA; COMISION   *
      *            POR PAGO ANTICIPADO Y TOTAL. LA COTIZACION QUEDA   *
      *            NUMERADA EN MBDT222 Y VALIDA HASTA LA FECHA DE     *
      *            CORTE; EL NOCTURNO MB9B0201 RECONOCE EL PAGO QUE   *
      *            LA CUBRE Y LA MARCA USADA. SIN VERBOS CICS.        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0480.
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
      *     @BAZ235    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-CEN-REG                       PIC X(04).
       01 VA-ACC                           PIC X(10).
       01 VA-FEC-CORTE                     PIC X(10).
       01 VA-DIAS-ADELANTE                 PIC S9(05) COMP.
       01 VA-NUM-COTIZA                    PIC S9(09) COMP-3.
      *
      * CALENDARIO DEL PRESTAMO (CRDT060).
       01 VA-PRESTAMO.
          05 VA-PRE-NUM-PAGO               PIC S9(03) COMP-3.
          05 VA-PRE-SALDO                  PIC S9(13)V9(02) COMP-3.
          05 VA-PRE-TASA                   PIC S9(03)V9(04) COMP-3.
          05 VA-PRE-TIPO                   PIC X(02).
          05 VA-PRE-DIAS                   PIC S9(05) COMP.
      *
      * DESGLOSE DE LA COTIZACION.
       01 VA-INTERES                       PIC S9(13)V9(02) COMP-3.
       01 VA-COMISION                      PIC S9(13)V9(02) COMP-3.
       01 VA-TOTAL                         PIC S9(13)V9(02) COMP-3.
       01 VA-ESTADO                        PIC X(02).
      *
      * PORCENTAJE DE COMISION EN MBDT140 KEY 'PREP' (DES_TABLE(1:5);
      * P.EJ. '00200' = 2.00%).
       01 VA-PCT-COMISION-X                PIC X(05).
       01 VA-PCT-COMISION-N REDEFINES VA-PCT-COMISION-X
                                           PIC 9(03)V9(02).
       01 VA-PCT-COMISION                  PIC S9(03)V9(02) COMP-3.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-VIGENTE                       PIC X(02) VALUE 'VI'.
       01 CA-DIAS-MAX                      PIC S9(05) COMP VALUE 30.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0480.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-LIQ-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-LIQ-COTIZA
                    PERFORM 2000-COTIZA
                 WHEN PR-LIQ-CONSULTA
                    PERFORM 3000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-LIQ-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-LIQ-COD-RETURN

           IF PR-LIQ-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-LIQ-COD-RETURN
           END-IF

           IF PR-LIQ-COD-RETURN EQUAL CA-00 AND PR-LIQ-COTIZA
              IF PR-LIQ-CUENTA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-LIQ-COD-RETURN
              ELSE
                 MOVE PR-LIQ-CUENTA(1:4)   TO VA-CEN-REG
                 MOVE PR-LIQ-CUENTA(5:10)  TO VA-ACC
                 PERFORM 1100-VALIDA-FECHA
              END-IF
           END-IF

           IF PR-LIQ-COD-RETURN EQUAL CA-00 AND PR-LIQ-CONSULTA
              IF PR-LIQ-NUM-COTIZA NOT NUMERIC OR
                 PR-LIQ-NUM-COTIZA EQUAL ZEROES
                 MOVE CA-99                TO PR-LIQ-COD-RETURN
              ELSE
                 MOVE PR-LIQ-NUM-COTIZA    TO VA-NUM-COTIZA
              END-IF
           END-IF.
      ******************************************************************
      *1100-VALIDA-FECHA: SIN FECHA SE COTIZA A HOY; NO SE COTIZA EN   *
      *     EL PASADO NI A MAS DE 30 DIAS (EL INTERES DEVENGADO YA NO  *
      *     SERIA REPRESENTATIVO). UNA FECHA MAL FORMADA ES '20'.      *
      ******************************************************************
       1100-VALIDA-FECHA.

           IF PR-LIQ-FEC-CORTE EQUAL SPACES OR LOW-VALUES
              EXEC SQL
                 SELECT CHAR(CURRENT DATE)
                   INTO :VA-FEC-CORTE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              MOVE PR-LIQ-FEC-CORTE        TO VA-FEC-CORTE
           END-IF

           MOVE 0                          TO VA-DIAS-ADELANTE

           EXEC SQL
              SELECT DAYS(DATE(:VA-FEC-CORTE)) - DAYS(CURRENT DATE)
                INTO :VA-DIAS-ADELANTE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-DIAS-ADELANTE < 0 OR
                    VA-DIAS-ADELANTE > CA-DIAS-MAX
                    MOVE CA-20             TO PR-LIQ-COD-RETURN
                 ELSE
                    MOVE VA-FEC-CORTE      TO PR-LIQ-FEC-CORTE
                 END-IF
              WHEN OTHER
                 MOVE CA-20                TO PR-LIQ-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *2000-COTIZA.                                                    *
      ******************************************************************
       2000-COTIZA.

           PERFORM 2100-LEE-PRESTAMO

           IF PR-LIQ-COD-RETURN EQUAL CA-00
              PERFORM 2200-CALCULA-COMISION
           END-IF

           IF PR-LIQ-COD-RETURN EQUAL CA-00
      *       INTERES ACTUAL/360 SOBRE EL CAPITAL INSOLUTO DESDE EL
      *       ULTIMO VENCIMIENTO; LA COMISION SOBRE EL CAPITAL.
              COMPUTE VA-INTERES ROUNDED =
                      VA-PRE-SALDO * VA-PRE-TASA / 100 *
                      VA-PRE-DIAS / 360
              COMPUTE VA-COMISION ROUNDED =
                      VA-PRE-SALDO * VA-PCT-COMISION / 100
              COMPUTE VA-TOTAL =
                      VA-PRE-SALDO + VA-INTERES + VA-COMISION
              PERFORM 2300-REGISTRA-COTIZACION
           END-IF

           IF PR-LIQ-COD-RETURN EQUAL CA-00
              MOVE VA-NUM-COTIZA           TO PR-LIQ-NUM-COTIZA
              MOVE VA-PRE-TIPO             TO PR-LIQ-TIP-PRESTAMO
              MOVE VA-PRE-NUM-PAGO         TO PR-LIQ-NUM-PAGO
              MOVE VA-PRE-SALDO            TO PR-LIQ-SALDO-CAPITAL
              MOVE VA-PRE-TASA             TO PR-LIQ-TASA-ANUAL
              MOVE VA-PRE-DIAS             TO PR-LIQ-DIAS-INTERES
              MOVE VA-INTERES              TO PR-LIQ-INTERES
              MOVE VA-PCT-COMISION         TO PR-LIQ-PCT-COMISION
              MOVE VA-COMISION             TO PR-LIQ-COMISION
              MOVE VA-TOTAL                TO PR-LIQ-TOTAL
              MOVE VA-FEC-CORTE            TO PR-LIQ-FEC-VIGENCIA
              MOVE CA-VIGENTE              TO PR-LIQ-ESTADO
           END-IF.
      ******************************************************************
      *2100-LEE-PRESTAMO: EL MISMO RENGLON QUE LEE 28898 (ENT +        *
      *     CEN_REG + ACC); LOS DIAS DE INTERES CORREN DESDE EL        *
      *     VENCIMIENTO ANTERIOR (PROXIMO PAGO MENOS UN MES) HASTA LA  *
      *     FECHA DE CORTE.                                            *
      ******************************************************************
       2100-LEE-PRESTAMO.

           MOVE 0                          TO VA-PRE-NUM-PAGO
                                              VA-PRE-SALDO
                                              VA-PRE-TASA
                                              VA-PRE-DIAS
           MOVE SPACES                     TO VA-PRE-TIPO

           EXEC SQL
              SELECT NUM_PAGO, SALDO_INSOLUTO, TASA_ANUAL,
                     TIP_PRESTAMO,
                     DAYS(DATE(:VA-FEC-CORTE)) -
                     DAYS(FEC_PROX_PAGO - 1 MONTH)
                INTO :VA-PRE-NUM-PAGO, :VA-PRE-SALDO,
                     :VA-PRE-TASA, :VA-PRE-TIPO,
                     :VA-PRE-DIAS
                FROM CRDT060 with (nolock)
               WHERE ENT     = :PR-LIQ-ENT
                 AND CEN_REG = :VA-CEN-REG
                 AND ACC     = :VA-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-PRE-SALDO NOT GREATER ZEROES
                    MOVE CA-10             TO PR-LIQ-COD-RETURN
                 END-IF
                 IF VA-PRE-DIAS < 0
                    MOVE 0                 TO VA-PRE-DIAS
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-LIQ-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-LIQ-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *2200-CALCULA-COMISION: PORCENTAJE POR TIPO DE PRESTAMO EN       *
      *     MBDT140 (KEY 'PREP'); SIN RENGLON NO HAY COMISION.         *
      ******************************************************************
       2200-CALCULA-COMISION.

           MOVE 0                          TO VA-PCT-COMISION
           MOVE SPACES                     TO VA-PCT-COMISION-X

           EXEC SQL
              SELECT SUBSTR(T140_DES_TABLE, 1, 5)
                INTO :VA-PCT-COMISION-X
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = 'PREP'
                 AND T140_COD_TABLE = :VA-PRE-TIPO
                 AND T140_ENTITY    = :PR-LIQ-ENT
                 AND T140_LANGUAGE  = 'E'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-PCT-COMISION-X IS NUMERIC
                    MOVE VA-PCT-COMISION-N TO VA-PCT-COMISION
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE CA-99                TO PR-LIQ-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *2300-REGISTRA-COTIZACION: NUMERO CONSECUTIVO POR ENTIDAD.       *
      ******************************************************************
       2300-REGISTRA-COTIZACION.

           MOVE 0                          TO VA-NUM-COTIZA

           EXEC SQL
              SELECT COALESCE(MAX(T222_NUM_COTIZA), 0) + 1
                INTO :VA-NUM-COTIZA
                FROM MBDT222
               WHERE T222_ENT = :PR-LIQ-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-LIQ-COD-RETURN
           END-IF

           IF PR-LIQ-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT222
                        (T222_ENT, T222_NUM_COTIZA, T222_CEN_REG,
                         T222_ACC, T222_TIP_PRESTAMO,
                         T222_FEC_COTIZA, T222_FEC_CORTE,
                         T222_NUM_PAGO, T222_SALDO_CAPITAL,
                         T222_TASA_ANUAL, T222_DIAS_INTERES,
                         T222_INTERES, T222_PCT_COMISION,
                         T222_COMISION, T222_TOTAL,
                         T222_FEC_VIGENCIA, T222_ESTADO,
                         T222_STP_LASTMOD)
                 VALUES (:PR-LIQ-ENT, :VA-NUM-COTIZA, :VA-CEN-REG,
                         :VA-ACC, :VA-PRE-TIPO,
                         CURRENT DATE, DATE(:VA-FEC-CORTE),
                         :VA-PRE-NUM-PAGO, :VA-PRE-SALDO,
                         :VA-PRE-TASA, :VA-PRE-DIAS,
                         :VA-INTERES, :VA-PCT-COMISION,
                         :VA-COMISION, :VA-TOTAL,
                         DATE(:VA-FEC-CORTE), :CA-VIGENTE,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-LIQ-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *3000-CONSULTA: LA COTIZACION TAL CUAL SE EMITIO Y SU ESTADO.    *
      ******************************************************************
       3000-CONSULTA.

           MOVE SPACES                     TO VA-ESTADO

           EXEC SQL
              SELECT T222_CEN_REG CONCAT T222_ACC,
                     T222_TIP_PRESTAMO, CHAR(T222_FEC_CORTE),
                     T222_NUM_PAGO, T222_SALDO_CAPITAL,
                     T222_TASA_ANUAL, T222_DIAS_INTERES,
                     T222_INTERES, T222_PCT_COMISION,
                     T222_COMISION, T222_TOTAL,
                     CHAR(T222_FEC_VIGENCIA), T222_ESTADO
                INTO :PR-LIQ-CUENTA,
                     :VA-PRE-TIPO, :VA-FEC-CORTE,
                     :VA-PRE-NUM-PAGO, :VA-PRE-SALDO,
                     :VA-PRE-TASA, :VA-PRE-DIAS,
                     :VA-INTERES, :VA-PCT-COMISION,
                     :VA-COMISION, :VA-TOTAL,
                     :PR-LIQ-FEC-VIGENCIA, :VA-ESTADO
                FROM MBDT222 with (nolock)
               WHERE T222_ENT        = :PR-LIQ-ENT
                 AND T222_NUM_COTIZA = :VA-NUM-COTIZA
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-PRE-TIPO          TO PR-LIQ-TIP-PRESTAMO
                 MOVE VA-FEC-CORTE         TO PR-LIQ-FEC-CORTE
                 MOVE VA-PRE-NUM-PAGO      TO PR-LIQ-NUM-PAGO
                 MOVE VA-PRE-SALDO         TO PR-LIQ-SALDO-CAPITAL
                 MOVE VA-PRE-TASA          TO PR-LIQ-TASA-ANUAL
                 MOVE VA-PRE-DIAS          TO PR-LIQ-DIAS-INTERES
                 MOVE VA-INTERES           TO PR-LIQ-INTERES
                 MOVE VA-PCT-COMISION      TO PR-LIQ-PCT-COMISION
                 MOVE VA-COMISION          TO PR-LIQ-COMISION
                 MOVE VA-TOTAL             TO PR-LIQ-TOTAL
                 MOVE VA-ESTADO            TO PR-LIQ-ESTADO
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-LIQ-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-LIQ-COD-RETURN
           END-EVALUATE.
      ******************************************************************
