      ******************************************************************
      *  MB7C0560: REGISTRO DE BENEFICIARIOS POR CUENTA. LA LEY       *
      *            PERMITE AL TITULAR DESIGNAR BENEFICIARIOS CON      *
      *            PORCENTAJE Y HASTA HOY LA DESIGNACION ERA UN       *
      *            PAPEL EN EL EXPEDIENTE. AQUI SE MANTIENE EN        *
      *            MBDT237 (ALTA/CAMBIO; BAJA; CONSULTA): NOMBRE;     *
      *            PARENTESCO; RFC O CURP; PORCENTAJE Y CUENTA        *
      *            INTERNA DE PAGO. LA SUMA DE LOS ACTIVOS NO PASA    *
      *            DE 100. LA LIQUIDACION POR FALLECIMIENTO           *
      *            (MB7C0570) REPARTE CON ESTOS RENGLONES. MISMO      *
      *            PATRON QUE MB7C0220. SIN VERBOS CICS.              *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0560.
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
      *     @BAZ246    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-BEN                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-BEN-SI                    VALUE 'S'.
      *
       01 VA-SECUENCIA                     PIC S9(04) COMP.
       01 VA-PORCENTAJE                    PIC S9(03)V9(02) COMP-3.
       01 VA-PCT-OTROS                     PIC S9(05)V9(02) COMP-3.
       01 VN-ACTIVOS                       PIC S9(09) COMP.
       01 VN-CUENTA                        PIC S9(09) COMP.
       01 VA-IX-BEN                        PIC S9(04) COMP.
      *
      * BENEFICIARIO EN TURNO DE LA CONSULTA (CURSOR C560BEN).
       01 VA-BENEF.
           05 VA-BEN-SECUENCIA             PIC S9(04) COMP.
           05 VA-BEN-NOMBRE                PIC X(60).
           05 VA-BEN-PARENTESCO            PIC X(02).
           05 VA-BEN-RFC-CURP              PIC X(18).
           05 VA-BEN-PORCENTAJE            PIC S9(03)V9(02) COMP-3.
           05 VA-BEN-CEN-PAGO              PIC X(04).
           05 VA-BEN-ACC-PAGO              PIC X(10).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-ACTIVO                        PIC X(01) VALUE 'A'.
       01 CA-BAJA                          PIC X(01) VALUE 'B'.
       01 CA-MAX-BENEF                     PIC S9(04) COMP VALUE 10.
       01 CA-PCT-MAXIMO                    PIC S9(03)V9(02) COMP-3
                                                     VALUE 100.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0560.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-BEN-COD-RETURN EQUAL CA-00
              PERFORM 2000-VALIDA-CUENTA
           END-IF
      *
           IF PR-BEN-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-BEN-ALTA
                    PERFORM 3000-ALTA-CAMBIO
                 WHEN PR-BEN-BAJA
                    PERFORM 4000-BAJA
                 WHEN PR-BEN-CONSULTA
                    PERFORM 5000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-BEN-COD-RETURN
                    MOVE 'ACCION NO RECONOCIDA'
                                           TO PR-BEN-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-BEN-COD-RETURN
           MOVE SPACES                     TO PR-BEN-DES-ERROR
           MOVE ZEROES                     TO PR-BEN-NUM-BENEF
                                              PR-BEN-PCT-TOTAL
                                              VA-IX-BEN

           IF PR-BEN-ENT     EQUAL SPACES OR LOW-VALUES OR
              PR-BEN-CEN-REG EQUAL SPACES OR LOW-VALUES OR
              PR-BEN-ACC     EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-BEN-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND
              (PR-BEN-ALTA OR PR-BEN-BAJA)
              IF PR-BEN-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-BEN-COD-RETURN
                 MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-BEN-DES-ERROR
              END-IF
              IF PR-BEN-SECUENCIA NOT NUMERIC
                 MOVE ZEROES               TO PR-BEN-SECUENCIA
              END-IF
              MOVE PR-BEN-SECUENCIA        TO VA-SECUENCIA
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND PR-BEN-BAJA AND
              VA-SECUENCIA EQUAL ZEROES
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'SECUENCIA DEL BENEFICIARIO REQUERIDA'
                                           TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND PR-BEN-ALTA
              IF PR-BEN-PARENTESCO EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-BEN-PARENTESCO
              END-IF
              IF PR-BEN-RFC-CURP EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-BEN-RFC-CURP
              END-IF
              IF PR-BEN-PORCENTAJE NOT NUMERIC
                 MOVE ZEROES               TO PR-BEN-PORCENTAJE
              END-IF
              MOVE PR-BEN-PORCENTAJE       TO VA-PORCENTAJE
           END-IF.
      ******************************************************************
      *2000-VALIDA-CUENTA: SOLO CUENTAS ACTIVAS; UNA CUENTA BLOQUEADA  *
      *     POR FALLECIMIENTO ('D') O CANCELADA ('C') YA NO CAMBIA SU  *
      *     DESIGNACION (LA CONSULTA SI SE PERMITE).                   *
      ******************************************************************
       2000-VALIDA-CUENTA.

           MOVE ZEROES                     TO VN-CUENTA

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-CUENTA
                FROM MBDT036 with (nolock)
               WHERE T036_ENT      = :PR-BEN-ENT
                 AND T036_CEN_REG  = :PR-BEN-CEN-REG
                 AND T036_ACC      = :PR-BEN-ACC
                 AND (T036_FLG_STAT = 'A' OR :PR-BEN-ACCION = 'C')
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VN-CUENTA EQUAL ZEROES
                 MOVE CA-20                TO PR-BEN-COD-RETURN
                 MOVE 'CUENTA NO ACTIVA EN MBDT036'
                                           TO PR-BEN-DES-ERROR
              END-IF
           ELSE
              MOVE CA-99                   TO PR-BEN-COD-RETURN
              MOVE 'ERROR SQL MBDT036'     TO PR-BEN-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-ALTA-CAMBIO: NOMBRE Y PORCENTAJE OBLIGATORIOS; LA CUENTA   *
      *     DE PAGO DEBE SER INTERNA Y DISTINTA DE LA DESIGNANTE; LA   *
      *     SUMA CON LOS DEMAS ACTIVOS NO PASA DE 100.                 *
      ******************************************************************
       3000-ALTA-CAMBIO.

           IF PR-BEN-NOMBRE EQUAL SPACES OR LOW-VALUES
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'NOMBRE DEL BENEFICIARIO REQUERIDO'
                                           TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND
              (VA-PORCENTAJE NOT > ZEROES OR
               VA-PORCENTAJE > CA-PCT-MAXIMO)
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'PORCENTAJE INVALIDO'   TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00
              PERFORM 3100-VALIDA-CTA-PAGO
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00
              PERFORM 3200-SUMA-PORCENTAJES
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND
              VA-PCT-OTROS + VA-PORCENTAJE > CA-PCT-MAXIMO
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'LA SUMA DE PORCENTAJES EXCEDE 100'
                                           TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00
              IF VA-SECUENCIA EQUAL ZEROES
                 PERFORM 3300-ALTA-BENEFICIARIO
              ELSE
                 PERFORM 3400-CAMBIA-BENEFICIARIO
              END-IF
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00
              COMPUTE PR-BEN-PCT-TOTAL = VA-PCT-OTROS + VA-PORCENTAJE
           END-IF.
      ******************************************************************
      *3100-VALIDA-CTA-PAGO.                                           *
      ******************************************************************
       3100-VALIDA-CTA-PAGO.

           IF PR-BEN-CEN-PAGO EQUAL SPACES OR LOW-VALUES OR
              PR-BEN-ACC-PAGO EQUAL SPACES OR LOW-VALUES
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'CUENTA DE PAGO REQUERIDA'
                                           TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND
              PR-BEN-CEN-PAGO EQUAL PR-BEN-CEN-REG AND
              PR-BEN-ACC-PAGO EQUAL PR-BEN-ACC
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'CUENTA DE PAGO IGUAL A LA DESIGNANTE'
                                           TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00
              MOVE ZEROES                  TO VN-CUENTA
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-CUENTA
                   FROM BGDT041 with(nolock)
                  WHERE T041_ENT     = :PR-BEN-ENT
                    AND T041_CEN_REG = :PR-BEN-CEN-PAGO
                    AND T041_ACC     = :PR-BEN-ACC-PAGO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-BEN-COD-RETURN
                 MOVE 'ERROR SQL BGDT041'  TO PR-BEN-DES-ERROR
              ELSE
                 IF VN-CUENTA EQUAL ZEROES
                    MOVE CA-20             TO PR-BEN-COD-RETURN
                    MOVE 'CUENTA DE PAGO NO EXISTE EN BGDT041'
                                           TO PR-BEN-DES-ERROR
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      *3200-SUMA-PORCENTAJES: LOS DEMAS BENEFICIARIOS ACTIVOS (SIN EL  *
      *     RENGLON QUE SE CAMBIA).                                    *
      ******************************************************************
       3200-SUMA-PORCENTAJES.

           MOVE ZEROES                     TO VA-PCT-OTROS
                                              VN-ACTIVOS

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(T237_PORCENTAJE), 0)
                INTO :VN-ACTIVOS, :VA-PCT-OTROS
                FROM MBDT237 with (nolock)
               WHERE T237_ENT       = :PR-BEN-ENT
                 AND T237_CEN_REG   = :PR-BEN-CEN-REG
                 AND T237_ACC       = :PR-BEN-ACC
                 AND T237_ESTADO    = :CA-ACTIVO
                 AND T237_SECUENCIA <> :VA-SECUENCIA
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-BEN-COD-RETURN
              MOVE 'ERROR SQL MBDT237'     TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00 AND
              VA-SECUENCIA EQUAL ZEROES AND
              VN-ACTIVOS NOT < CA-MAX-BENEF
              MOVE CA-20                   TO PR-BEN-COD-RETURN
              MOVE 'MAXIMO DE BENEFICIARIOS ALCANZADO'
                                           TO PR-BEN-DES-ERROR
           END-IF.
      ******************************************************************
      *3300-ALTA-BENEFICIARIO: LA SECUENCIA ES CONSECUTIVA POR CUENTA  *
      *     (LAS BAJAS CONSERVAN LA SUYA).                             *
      ******************************************************************
       3300-ALTA-BENEFICIARIO.

           EXEC SQL
              SELECT COALESCE(MAX(T237_SECUENCIA), 0) + 1
                INTO :VA-SECUENCIA
                FROM MBDT237 with (nolock)
               WHERE T237_ENT     = :PR-BEN-ENT
                 AND T237_CEN_REG = :PR-BEN-CEN-REG
                 AND T237_ACC     = :PR-BEN-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-BEN-COD-RETURN
              MOVE 'ERROR SQL MBDT237'     TO PR-BEN-DES-ERROR
           END-IF

           IF PR-BEN-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT237
                        (T237_ENT, T237_CEN_REG, T237_ACC,
                         T237_SECUENCIA, T237_NOMBRE,
                         T237_PARENTESCO, T237_RFC_CURP,
                         T237_PORCENTAJE, T237_CEN_PAGO,
                         T237_ACC_PAGO, T237_ESTADO,
                         T237_USUARIO, T237_STP_LASTMOD)
                 VALUES (:PR-BEN-ENT, :PR-BEN-CEN-REG, :PR-BEN-ACC,
                         :VA-SECUENCIA, :PR-BEN-NOMBRE,
                         :PR-BEN-PARENTESCO, :PR-BEN-RFC-CURP,
                         :VA-PORCENTAJE, :PR-BEN-CEN-PAGO,
                         :PR-BEN-ACC-PAGO, :CA-ACTIVO,
                         :PR-BEN-USUARIO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-SECUENCIA         TO PR-BEN-SECUENCIA
              ELSE
                 MOVE CA-99                TO PR-BEN-COD-RETURN
                 MOVE 'ERROR SQL MBDT237'  TO PR-BEN-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3400-CAMBIA-BENEFICIARIO.                                       *
      ******************************************************************
       3400-CAMBIA-BENEFICIARIO.

           EXEC SQL
              UPDATE MBDT237
                 SET T237_NOMBRE      = :PR-BEN-NOMBRE,
                     T237_PARENTESCO  = :PR-BEN-PARENTESCO,
                     T237_RFC_CURP    = :PR-BEN-RFC-CURP,
                     T237_PORCENTAJE  = :VA-PORCENTAJE,
                     T237_CEN_PAGO    = :PR-BEN-CEN-PAGO,
                     T237_ACC_PAGO    = :PR-BEN-ACC-PAGO,
                     T237_USUARIO     = :PR-BEN-USUARIO,
                     T237_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T237_ENT       = :PR-BEN-ENT
                 AND T237_CEN_REG   = :PR-BEN-CEN-REG
                 AND T237_ACC       = :PR-BEN-ACC
                 AND T237_SECUENCIA = :VA-SECUENCIA
                 AND T237_ESTADO    = :CA-ACTIVO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-BEN-COD-RETURN
                 MOVE 'BENEFICIARIO NO ENCONTRADO'
                                           TO PR-BEN-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-BEN-COD-RETURN
                 MOVE 'ERROR SQL MBDT237'  TO PR-BEN-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *4000-BAJA: EL RENGLON QUEDA 'B' COMO RASTRO DE LA DESIGNACION.  *
      ******************************************************************
       4000-BAJA.

           EXEC SQL
              UPDATE MBDT237
                 SET T237_ESTADO      = :CA-BAJA,
                     T237_USUARIO     = :PR-BEN-USUARIO,
                     T237_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T237_ENT       = :PR-BEN-ENT
                 AND T237_CEN_REG   = :PR-BEN-CEN-REG
                 AND T237_ACC       = :PR-BEN-ACC
                 AND T237_SECUENCIA = :VA-SECUENCIA
                 AND T237_ESTADO    = :CA-ACTIVO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE ZEROES               TO VA-SECUENCIA
                 PERFORM 3200-SUMA-PORCENTAJES
                 MOVE VA-PCT-OTROS         TO PR-BEN-PCT-TOTAL
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-BEN-COD-RETURN
                 MOVE 'BENEFICIARIO NO ENCONTRADO'
                                           TO PR-BEN-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-BEN-COD-RETURN
                 MOVE 'ERROR SQL MBDT237'  TO PR-BEN-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *5000-CONSULTA: BENEFICIARIOS ACTIVOS POR SECUENCIA.             *
      ******************************************************************
       5000-CONSULTA.

           MOVE 'N'                        TO VA-SW-FIN-BEN

           EXEC SQL
              DECLARE C560BEN CURSOR FOR
              SELECT T237_SECUENCIA, T237_NOMBRE, T237_PARENTESCO,
                     T237_RFC_CURP, T237_PORCENTAJE,
                     T237_CEN_PAGO, T237_ACC_PAGO
                FROM MBDT237 with (nolock)
               WHERE T237_ENT     = :PR-BEN-ENT
                 AND T237_CEN_REG = :PR-BEN-CEN-REG
                 AND T237_ACC     = :PR-BEN-ACC
                 AND T237_ESTADO  = :CA-ACTIVO
               ORDER BY T237_SECUENCIA
           END-EXEC

           EXEC SQL
              OPEN C560BEN
           END-EXEC

           PERFORM UNTIL VA-88-FIN-BEN-SI
              EXEC SQL
                 FETCH C560BEN
                 INTO :VA-BEN-SECUENCIA, :VA-BEN-NOMBRE,
                      :VA-BEN-PARENTESCO, :VA-BEN-RFC-CURP,
                      :VA-BEN-PORCENTAJE, :VA-BEN-CEN-PAGO,
                      :VA-BEN-ACC-PAGO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-BEN < CA-MAX-BENEF
                       PERFORM 5100-AGREGA-BENEFICIARIO
                    ELSE
                       MOVE 'S'            TO VA-SW-FIN-BEN
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-BEN
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-BEN
                    MOVE CA-99             TO PR-BEN-COD-RETURN
                    MOVE 'ERROR SQL MBDT237'
                                           TO PR-BEN-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C560BEN
           END-EXEC

           IF PR-BEN-NUM-BENEF  EQUAL ZEROES AND
              PR-BEN-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-BEN-COD-RETURN
              MOVE 'CUENTA SIN BENEFICIARIOS DESIGNADOS'
                                           TO PR-BEN-DES-ERROR
           END-IF.
      ******************************************************************
      *5100-AGREGA-BENEFICIARIO.                                       *
      ******************************************************************
       5100-AGREGA-BENEFICIARIO.

           ADD 1                           TO VA-IX-BEN
           MOVE VA-IX-BEN                  TO PR-BEN-NUM-BENEF
           MOVE VA-BEN-SECUENCIA     TO PR-BEN-LIS-SECUENCIA(VA-IX-BEN)
           MOVE VA-BEN-NOMBRE        TO PR-BEN-LIS-NOMBRE(VA-IX-BEN)
           MOVE VA-BEN-PARENTESCO    TO PR-BEN-LIS-PARENTESCO(VA-IX-BEN)
           MOVE VA-BEN-RFC-CURP      TO PR-BEN-LIS-RFC-CURP(VA-IX-BEN)
           MOVE VA-BEN-PORCENTAJE    TO PR-BEN-LIS-PORCENTAJE(VA-IX-BEN)
           MOVE VA-BEN-CEN-PAGO      TO PR-BEN-LIS-CEN-PAGO(VA-IX-BEN)
           MOVE VA-BEN-ACC-PAGO      TO PR-BEN-LIS-ACC-PAGO(VA-IX-BEN)
           ADD VA-BEN-PORCENTAJE           TO PR-BEN-PCT-TOTAL.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
