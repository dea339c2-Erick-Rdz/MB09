      ******************************************************************
      *  MB7C0660: MANTENIMIENTO DE LAS REGLAS DE ELEGIBILIDAD DE LA  *
      *            OFERTA PREAPROBADA DE CREDITO DE NOMINA (MBDT261). *
      *            LA POLITICA DE CREDITO (MESES DE NOMINA, INGRESO,  *
      *            VARIACION, SALDO MINIMO, CAPACIDAD DE PAGO Y       *
      *            MONTOS) NO VA EN EL PROGRAMA: CREDITO LA MANTIENE  *
      *            AQUI Y EL BATCH MENSUAL MB9B0217 LA APLICA.        *
      *            MISMO PATRON QUE MB7C0470. SIN VERBOS CICS.        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0660.
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
       01 VA-PRIORIDAD                     PIC S9(04) COMP.
       01 VA-DESCRIPCION                   PIC X(30).
       01 VA-MESES-MIN                     PIC S9(04) COMP.
       01 VA-INGRESO-MIN                   PIC S9(11)V9(02) COMP-3.
       01 VA-VARIACION-MAX                 PIC S9(03)V9(02) COMP-3.
       01 VA-SALDO-MIN                     PIC S9(11)V9(02) COMP-3.
       01 VA-PCT-CAPACIDAD                 PIC S9(03)V9(02) COMP-3.
       01 VA-PLAZO-MESES                   PIC S9(04) COMP.
       01 VA-MONTO-MIN                     PIC S9(11)V9(02) COMP-3.
       01 VA-MONTO-MAX                     PIC S9(11)V9(02) COMP-3.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0660.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-RCR-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-RCR-ALTA
                    PERFORM 2000-ALTA-CAMBIO
                 WHEN PR-RCR-BAJA
                    PERFORM 3000-BAJA
                 WHEN PR-RCR-CONSULTA
                    PERFORM 4000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-RCR-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-RCR-COD-RETURN

           IF PR-RCR-ENT      EQUAL SPACES OR LOW-VALUES OR
              PR-RCR-ID-REGLA EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-RCR-COD-RETURN
           END-IF

      *    LA REGLA DEBE PODER DAR UNA OFERTA: AL MENOS UN MES DE
      *    NOMINA; CAPACIDAD DE 0.01 A 100%; PLAZO Y MONTO MAXIMO
      *    POSITIVOS Y EL MINIMO NO MAYOR QUE EL MAXIMO.
           IF PR-RCR-COD-RETURN EQUAL CA-00 AND PR-RCR-ALTA
              IF PR-RCR-PRIORIDAD     NOT NUMERIC OR
                 PR-RCR-MESES-MIN     NOT NUMERIC OR
                 PR-RCR-INGRESO-MIN   NOT NUMERIC OR
                 PR-RCR-VARIACION-MAX NOT NUMERIC OR
                 PR-RCR-SALDO-MIN     NOT NUMERIC OR
                 PR-RCR-PCT-CAPACIDAD NOT NUMERIC OR
                 PR-RCR-PLAZO-MESES   NOT NUMERIC OR
                 PR-RCR-MONTO-MIN     NOT NUMERIC OR
                 PR-RCR-MONTO-MAX     NOT NUMERIC OR
                 PR-RCR-USUARIO       EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-RCR-COD-RETURN
              ELSE
                 IF PR-RCR-PRIORIDAD     EQUAL ZEROES OR
                    PR-RCR-MESES-MIN     EQUAL ZEROES OR
                    PR-RCR-PCT-CAPACIDAD EQUAL ZEROES OR
                    PR-RCR-PCT-CAPACIDAD > 100 OR
                    PR-RCR-PLAZO-MESES   EQUAL ZEROES OR
                    PR-RCR-MONTO-MAX     EQUAL ZEROES OR
                    PR-RCR-MONTO-MIN     > PR-RCR-MONTO-MAX
                    MOVE CA-20             TO PR-RCR-COD-RETURN
                 END-IF
              END-IF
           END-IF

           IF PR-RCR-COD-RETURN EQUAL CA-00 AND PR-RCR-ALTA
              MOVE PR-RCR-PRIORIDAD        TO VA-PRIORIDAD
              MOVE PR-RCR-DESCRIPCION      TO VA-DESCRIPCION
              MOVE PR-RCR-MESES-MIN        TO VA-MESES-MIN
              MOVE PR-RCR-INGRESO-MIN      TO VA-INGRESO-MIN
              MOVE PR-RCR-VARIACION-MAX    TO VA-VARIACION-MAX
              MOVE PR-RCR-SALDO-MIN        TO VA-SALDO-MIN
              MOVE PR-RCR-PCT-CAPACIDAD    TO VA-PCT-CAPACIDAD
              MOVE PR-RCR-PLAZO-MESES      TO VA-PLAZO-MESES
              MOVE PR-RCR-MONTO-MIN        TO VA-MONTO-MIN
              MOVE PR-RCR-MONTO-MAX        TO VA-MONTO-MAX
           END-IF.
      ******************************************************************
      *2000-ALTA-CAMBIO: UNA REGLA POR ENTIDAD E ID; EL ALTA DE UN ID  *
      *     QUE YA EXISTIA ES UN CAMBIO (Y LA REACTIVA).               *
      ******************************************************************
       2000-ALTA-CAMBIO.

           EXEC SQL
              INSERT INTO MBDT261
                     (T261_ENT, T261_ID_REGLA, T261_PRIORIDAD,
                      T261_DESCRIPCION, T261_MESES_MIN,
                      T261_INGRESO_MIN, T261_VARIACION_MAX,
                      T261_SALDO_MIN, T261_PCT_CAPACIDAD,
                      T261_PLAZO_MESES, T261_MONTO_MIN,
                      T261_MONTO_MAX, T261_ESTADO, T261_USERID,
                      T261_STP_LASTMOD)
              VALUES (:PR-RCR-ENT, :PR-RCR-ID-REGLA,
                      :VA-PRIORIDAD, :VA-DESCRIPCION,
                      :VA-MESES-MIN, :VA-INGRESO-MIN,
                      :VA-VARIACION-MAX, :VA-SALDO-MIN,
                      :VA-PCT-CAPACIDAD, :VA-PLAZO-MESES,
                      :VA-MONTO-MIN, :VA-MONTO-MAX, 'A',
                      :PR-RCR-USUARIO, CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-DUPLICATE-VALUES
                 EXEC SQL
                    UPDATE MBDT261
                       SET T261_PRIORIDAD     = :VA-PRIORIDAD,
                           T261_DESCRIPCION   = :VA-DESCRIPCION,
                           T261_MESES_MIN     = :VA-MESES-MIN,
                           T261_INGRESO_MIN   = :VA-INGRESO-MIN,
                           T261_VARIACION_MAX = :VA-VARIACION-MAX,
                           T261_SALDO_MIN     = :VA-SALDO-MIN,
                           T261_PCT_CAPACIDAD = :VA-PCT-CAPACIDAD,
                           T261_PLAZO_MESES   = :VA-PLAZO-MESES,
                           T261_MONTO_MIN     = :VA-MONTO-MIN,
                           T261_MONTO_MAX     = :VA-MONTO-MAX,
                           T261_ESTADO        = 'A',
                           T261_USERID        = :PR-RCR-USUARIO,
                           T261_STP_LASTMOD   = CURRENT TIMESTAMP
                     WHERE T261_ENT      = :PR-RCR-ENT
                       AND T261_ID_REGLA = :PR-RCR-ID-REGLA
                 END-EXEC
                 MOVE SQLCODE              TO SQL-VALUES
                 IF NOT SQL-88-OK
                    MOVE CA-99             TO PR-RCR-COD-RETURN
                 END-IF
              WHEN OTHER
                 MOVE CA-99                TO PR-RCR-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *3000-BAJA: LA BAJA ES LOGICA; LAS OFERTAS YA ENTREGADAS AL      *
      *     ORIGINADOR LLEVAN EL ID DE LA REGLA QUE LAS DIO.           *
      ******************************************************************
       3000-BAJA.

           EXEC SQL
              UPDATE MBDT261
                 SET T261_ESTADO      = 'I',
                     T261_USERID      = :PR-RCR-USUARIO,
                     T261_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T261_ENT      = :PR-RCR-ENT
                 AND T261_ID_REGLA = :PR-RCR-ID-REGLA
                 AND T261_ESTADO   = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-RCR-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-RCR-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *4000-CONSULTA.                                                  *
      ******************************************************************
       4000-CONSULTA.

           MOVE SPACES                     TO VA-DESCRIPCION
           MOVE 0                          TO VA-PRIORIDAD
                                              VA-MESES-MIN
                                              VA-INGRESO-MIN
                                              VA-VARIACION-MAX
                                              VA-SALDO-MIN
                                              VA-PCT-CAPACIDAD
                                              VA-PLAZO-MESES
                                              VA-MONTO-MIN
                                              VA-MONTO-MAX

           EXEC SQL
              SELECT T261_PRIORIDAD, T261_DESCRIPCION,
                     T261_MESES_MIN, T261_INGRESO_MIN,
                     T261_VARIACION_MAX, T261_SALDO_MIN,
                     T261_PCT_CAPACIDAD, T261_PLAZO_MESES,
                     T261_MONTO_MIN, T261_MONTO_MAX
                INTO :VA-PRIORIDAD, :VA-DESCRIPCION,
                     :VA-MESES-MIN, :VA-INGRESO-MIN,
                     :VA-VARIACION-MAX, :VA-SALDO-MIN,
                     :VA-PCT-CAPACIDAD, :VA-PLAZO-MESES,
                     :VA-MONTO-MIN, :VA-MONTO-MAX
                FROM MBDT261 with (nolock)
               WHERE T261_ENT      = :PR-RCR-ENT
                 AND T261_ID_REGLA = :PR-RCR-ID-REGLA
                 AND T261_ESTADO   = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-PRIORIDAD         TO PR-RCR-PRIORIDAD
                 MOVE VA-DESCRIPCION       TO PR-RCR-DESCRIPCION
                 MOVE VA-MESES-MIN         TO PR-RCR-MESES-MIN
                 MOVE VA-INGRESO-MIN       TO PR-RCR-INGRESO-MIN
                 MOVE VA-VARIACION-MAX     TO PR-RCR-VARIACION-MAX
                 MOVE VA-SALDO-MIN         TO PR-RCR-SALDO-MIN
                 MOVE VA-PCT-CAPACIDAD     TO PR-RCR-PCT-CAPACIDAD
                 MOVE VA-PLAZO-MESES       TO PR-RCR-PLAZO-MESES
                 MOVE VA-MONTO-MIN         TO PR-RCR-MONTO-MIN
                 MOVE VA-MONTO-MAX         TO PR-RCR-MONTO-MAX
              WHEN SQL-88-NOT-FOUND
                 MOVE SPACES               TO PR-RCR-DESCRIPCION
                 MOVE ZEROS                TO PR-RCR-PRIORIDAD
                                              PR-RCR-MESES-MIN
                                              PR-RCR-INGRESO-MIN
                                              PR-RCR-VARIACION-MAX
                                              PR-RCR-SALDO-MIN
                                              PR-RCR-PCT-CAPACIDAD
                                              PR-RCR-PLAZO-MESES
                                              PR-RCR-MONTO-MIN
                                              PR-RCR-MONTO-MAX
                 MOVE CA-10                TO PR-RCR-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-RCR-COD-RETURN
           END-EVALUATE.
