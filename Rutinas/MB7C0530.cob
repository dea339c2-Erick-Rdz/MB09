      ******************************************************************
      *  MB7C0530: MANTENIMIENTO CON MAKER-CHECKER DEL CATALOGO DE    *
      *            PARAMETROS MBDT140. HASTA HOY LOS RENGLONES        *
      *            (EVNT, EVCH, DEVM, PREP, PRIV, SAPP, ARCO, MB09    *
      *            ...) SE DABAN DE ALTA CON SQL A MANO, SIN          *
      *            VALIDACION NI HUELLA. EL CAPTURISTA SOLICITA EL    *
      *            ALTA, CAMBIO O BAJA CON UNA VIGENCIA FUTURA; EL    *
      *            VALOR SE VALIDA CONTRA EL FORMATO DEFINIDO PARA LA *
      *            LLAVE EN MBDT231 Y LA SOLICITUD QUEDA 'PD' EN LA   *
      *            MESA MBDT232. UN AUTORIZADOR DE MANO DISTINTA LA   *
      *            APRUEBA ('AP'; SE APLICA AL LLEGAR SU VIGENCIA) O  *
      *            LA RECHAZA. CADA CAMBIO APLICADO DEJA EL VALOR     *
      *            ANTERIOR Y EL NUEVO EN EL HISTORICO MBDT233 Y, SI  *
      *            LA LLAVE VIVE EN CACHE, DIFUNDE LA RECARGA CON     *
      *            TC9C9900 OPCION '9'. LOS CAMBIOS PROGRAMADOS LOS   *
      *            APLICA EL BATCH MB9B0206 (ACCION 'E'). MISMO       *
      *            PATRON QUE MB7C0260. SIN VERBOS CICS.              *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0530.
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
      *     @BAZ242    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-PRM                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-PRM-SI                    VALUE 'S'.
       01 VA-SW-RECARGA                    PIC X(01) VALUE 'N'.
           88 VA-88-RECARGA-SI                    VALUE 'S'.
      *
       01 VA-FOLIO                         PIC S9(09) COMP-3.
       01 VA-REP-FOLIO                     PIC S9(09) COMP-3.
       01 VA-NUM-TRAB                      PIC S9(09) COMP.
       01 VA-ESTADO                        PIC X(02).
       01 VA-ESTADO-ANT                    PIC X(02).
       01 VA-VENCIDA                       PIC X(01).
       01 VA-VALOR-ANTES                   PIC X(250).
       01 VA-VALOR-FECHA                   PIC X(10).
       01 VA-LONG                          PIC S9(04) COMP.
       01 VA-IX-PRM                        PIC S9(04) COMP.
       01 VA-IX-APL                        PIC S9(04) COMP.
       01 VA-NUM-APL                       PIC S9(04) COMP.
      *
      * SOLICITUD EN TURNO (CAPTURA, LECTURA POR FOLIO O CURSOR).
       01 VA-SOLICITUD.
           05 VA-SOL-FOLIO                 PIC S9(09) COMP-3.
           05 VA-SOL-KEY                   PIC X(08).
           05 VA-SOL-COD                   PIC X(08).
           05 VA-SOL-LANGUAGE              PIC X(01).
           05 VA-SOL-MOVIMIENTO            PIC X(01).
           05 VA-SOL-VALOR                 PIC X(250).
           05 VA-SOL-STP-EFECTIVO          PIC X(26).
           05 VA-SOL-ESTADO                PIC X(02).
           05 VA-SOL-USR-SOLICITA          PIC X(08).
           05 VA-SOL-USR-APRUEBA           PIC X(08).
      *
      * DEFINICION DE LA LLAVE EN MBDT231.
       01 VA-DEFINICION.
           05 VA-DEF-FORMATO               PIC X(02).
           05 VA-DEF-LONG-MAX              PIC S9(04) COMP.
           05 VA-DEF-CACHE                 PIC X(01).
      *
      * FOLIOS VENCIDOS POR APLICAR EN LA ACCION 'E'.
       01 VA-TB-APLICA.
           05 VA-TB-APL-FOLIO              PIC S9(09) COMP-3
                                           OCCURS 50 TIMES.
      *
      *    COMMAREA DE PARAMETROS DE ENTIDAD (CALL TC9C9900).
       01 VA-TCEC9900.
           COPY TCEC9900.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-30                            PIC X(02) VALUE '30'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-PD                            PIC X(02) VALUE 'PD'.
       01 CA-AP                            PIC X(02) VALUE 'AP'.
       01 CA-RC                            PIC X(02) VALUE 'RC'.
       01 CA-AL                            PIC X(02) VALUE 'AL'.
       01 CA-MAX-PRM                       PIC S9(04) COMP VALUE 10.
       01 CA-MAX-APL                       PIC S9(04) COMP VALUE 50.
       01 CA-TC9C9900                      PIC X(08) VALUE 'TC9C9900'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0530.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-PRM-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-PRM-LISTA
                    PERFORM 5000-LISTA-VIGENTES
                 WHEN PR-PRM-PENDIENTES
                    PERFORM 6000-LISTA-PENDIENTES
                 WHEN PR-PRM-SOLICITA
                    PERFORM 2000-SOLICITA-CAMBIO
                 WHEN PR-PRM-APRUEBA
                    PERFORM 3000-RESUELVE-SOLICITUD
                 WHEN PR-PRM-RECHAZA
                    PERFORM 3000-RESUELVE-SOLICITUD
                 WHEN PR-PRM-EJECUTA
                    PERFORM 7000-APLICA-PROGRAMADOS
                 WHEN OTHER
                    MOVE CA-99             TO PR-PRM-COD-RETURN
                    MOVE 'ACCION NO RECONOCIDA'
                                           TO PR-PRM-DES-ERROR
              END-EVALUATE
           END-IF
      *
           IF VA-88-RECARGA-SI
              PERFORM 4500-DIFUNDE-RECARGA
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-PRM-COD-RETURN
           MOVE SPACES                     TO PR-PRM-DES-ERROR
           MOVE 'N'                        TO PR-PRM-MAS-DATOS
                                              VA-SW-RECARGA
           MOVE ZEROES                     TO PR-PRM-NUM-APLICADOS
                                              PR-PRM-NUM-LISTA
           INITIALIZE VA-SOLICITUD

           IF PR-PRM-LANGUAGE EQUAL SPACES OR LOW-VALUES
              MOVE 'E'                     TO PR-PRM-LANGUAGE
           END-IF
           IF PR-PRM-COD EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-PRM-COD
           END-IF

           IF PR-PRM-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-PRM-DES-ERROR
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00 AND
              (PR-PRM-SOLICITA OR PR-PRM-APRUEBA OR PR-PRM-RECHAZA)
              IF PR-PRM-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-PRM-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-PRM-DES-ERROR
              END-IF
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00 AND
              (PR-PRM-SOLICITA OR PR-PRM-LISTA)
              IF PR-PRM-KEY EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-PRM-COD-RETURN
                 MOVE 'LLAVE DE PARAMETRO NO INFORMADA'
                                           TO PR-PRM-DES-ERROR
              END-IF
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00 AND
              (PR-PRM-APRUEBA OR PR-PRM-RECHAZA)
              IF PR-PRM-FOLIO NOT NUMERIC OR
                 PR-PRM-FOLIO EQUAL ZEROES
                 MOVE CA-99                TO PR-PRM-COD-RETURN
                 MOVE 'FOLIO DE SOLICITUD REQUERIDO'
                                           TO PR-PRM-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2000-SOLICITA-CAMBIO.                                           *
      ******************************************************************
       2000-SOLICITA-CAMBIO.

           MOVE PR-PRM-KEY                 TO VA-SOL-KEY
           MOVE PR-PRM-COD                 TO VA-SOL-COD

           PERFORM 2100-VALIDA-DATOS

           IF PR-PRM-COD-RETURN EQUAL CA-00
              PERFORM 2200-ENCOLA-SOLICITUD
           END-IF.
      ******************************************************************
      *2100-VALIDA-DATOS: LA LLAVE DEBE ESTAR DEFINIDA EN MBDT231; EL  *
      *     ALTA NO DEBE EXISTIR Y EL CAMBIO O LA BAJA SI; NO DEBE     *
      *     HABER OTRO CAMBIO ABIERTO PARA LA MISMA LLAVE; EL VALOR    *
      *     CUMPLE EL FORMATO Y LA VIGENCIA ES FUTURA.                 *
      ******************************************************************
       2100-VALIDA-DATOS.

           IF NOT PR-PRM-MOV-ALTA   AND
              NOT PR-PRM-MOV-CAMBIO AND
              NOT PR-PRM-MOV-BAJA
              MOVE CA-20                   TO PR-PRM-COD-RETURN
              MOVE 'MOVIMIENTO INVALIDO'   TO PR-PRM-DES-ERROR
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              PERFORM 2150-LEE-DEFINICION
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              MOVE 0                       TO VA-NUM-TRAB
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VA-NUM-TRAB
                   FROM MBDT140 with (nolock)
                  WHERE T140_KEY_TABLE = :PR-PRM-KEY
                    AND T140_COD_TABLE = :PR-PRM-COD
                    AND T140_ENTITY    = :PR-PRM-ENT
                    AND T140_LANGUAGE  = :PR-PRM-LANGUAGE
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN NOT SQL-88-OK
                    MOVE CA-99             TO PR-PRM-COD-RETURN
                    MOVE 'ERROR SQL MBDT140'
                                           TO PR-PRM-DES-ERROR
                 WHEN PR-PRM-MOV-ALTA AND VA-NUM-TRAB > ZEROES
                    MOVE CA-20             TO PR-PRM-COD-RETURN
                    MOVE 'EL PARAMETRO YA EXISTE'
                                           TO PR-PRM-DES-ERROR
                 WHEN NOT PR-PRM-MOV-ALTA AND VA-NUM-TRAB = ZEROES
                    MOVE CA-10             TO PR-PRM-COD-RETURN
                    MOVE 'PARAMETRO NO ENCONTRADO'
                                           TO PR-PRM-DES-ERROR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              MOVE 0                       TO VA-NUM-TRAB
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VA-NUM-TRAB
                   FROM MBDT232 with (nolock)
                  WHERE T232_ENT       = :PR-PRM-ENT
                    AND T232_KEY_TABLE = :PR-PRM-KEY
                    AND T232_COD_TABLE = :PR-PRM-COD
                    AND T232_LANGUAGE  = :PR-PRM-LANGUAGE
                    AND T232_ESTADO IN (:CA-PD, :CA-AP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-PRM-COD-RETURN
                 MOVE 'ERROR SQL MBDT232'  TO PR-PRM-DES-ERROR
              ELSE
                 IF VA-NUM-TRAB > ZEROES
                    MOVE CA-20             TO PR-PRM-COD-RETURN
                    MOVE 'YA HAY UN CAMBIO ABIERTO PARA LA LLAVE'
                                           TO PR-PRM-DES-ERROR
                 END-IF
              END-IF
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              IF PR-PRM-MOV-BAJA
                 MOVE SPACES               TO PR-PRM-VALOR
              ELSE
                 PERFORM 2160-VALIDA-FORMATO
              END-IF
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00 AND
              PR-PRM-STP-EFECTIVO NOT EQUAL SPACES
              PERFORM 2170-VALIDA-VIGENCIA
           END-IF.
      ******************************************************************
      *2150-LEE-DEFINICION: LA DEFINICION PROPIA DEL CODIGO GANA A LA  *
      *     GENERAL DE LA LLAVE (CODIGO EN ESPACIOS).                  *
      ******************************************************************
       2150-LEE-DEFINICION.

           EXEC SQL
              SELECT TOP 1
                     T231_FORMATO, T231_LONG_MAX, T231_CACHE
                INTO :VA-DEF-FORMATO, :VA-DEF-LONG-MAX,
                     :VA-DEF-CACHE
                FROM MBDT231 with (nolock)
               WHERE T231_KEY_TABLE = :VA-SOL-KEY
                 AND T231_COD_TABLE IN (:VA-SOL-COD, ' ')
               ORDER BY T231_COD_TABLE DESC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-20                TO PR-PRM-COD-RETURN
                 MOVE 'LLAVE SIN DEFINICION EN MBDT231'
                                           TO PR-PRM-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-PRM-COD-RETURN
                 MOVE 'ERROR SQL MBDT231'  TO PR-PRM-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2160-VALIDA-FORMATO: 'SN' INDICADOR S/N; 'NU' SOLO DIGITOS;     *
      *     'FE' FECHA YYYY-MM-DD VALIDA; 'TX' TEXTO LIBRE. EN TODOS   *
      *     EL VALOR ES OBLIGATORIO Y NO REBASA EL LARGO MAXIMO.       *
      ******************************************************************
       2160-VALIDA-FORMATO.

           MOVE 0                          TO VA-LONG
           IF PR-PRM-VALOR NOT EQUAL SPACES
              PERFORM 2165-RETROCEDE-VALOR
                 VARYING VA-LONG FROM 250 BY -1
                   UNTIL PR-PRM-VALOR(VA-LONG:1) NOT EQUAL SPACE
           END-IF

           EVALUATE TRUE
              WHEN VA-LONG EQUAL ZEROES
                 MOVE CA-20                TO PR-PRM-COD-RETURN
                 MOVE 'VALOR NO INFORMADO' TO PR-PRM-DES-ERROR
              WHEN VA-DEF-LONG-MAX > ZEROES AND
                   VA-LONG > VA-DEF-LONG-MAX
                 MOVE CA-20                TO PR-PRM-COD-RETURN
                 MOVE 'VALOR EXCEDE EL LARGO PERMITIDO'
                                           TO PR-PRM-DES-ERROR
              WHEN VA-DEF-FORMATO EQUAL 'SN'
                 IF VA-LONG NOT EQUAL 1 OR
                    (PR-PRM-VALOR(1:1) NOT EQUAL 'S' AND
                     PR-PRM-VALOR(1:1) NOT EQUAL 'N')
                    MOVE CA-20             TO PR-PRM-COD-RETURN
                    MOVE 'VALOR DEBE SER S O N'
                                           TO PR-PRM-DES-ERROR
                 END-IF
              WHEN VA-DEF-FORMATO EQUAL 'NU'
                 IF PR-PRM-VALOR(1:VA-LONG) NOT NUMERIC
                    MOVE CA-20             TO PR-PRM-COD-RETURN
                    MOVE 'VALOR DEBE SER NUMERICO'
                                           TO PR-PRM-DES-ERROR
                 END-IF
              WHEN VA-DEF-FORMATO EQUAL 'FE'
                 PERFORM 2166-VALIDA-FECHA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      ******************************************************************
      *2165-RETROCEDE-VALOR: EL LARGO SIGNIFICATIVO QUEDA EN VA-LONG.  *
      ******************************************************************
       2165-RETROCEDE-VALOR.

           CONTINUE.
      ******************************************************************
      *2166-VALIDA-FECHA.                                              *
      ******************************************************************
       2166-VALIDA-FECHA.

           MOVE PR-PRM-VALOR(1:10)         TO VA-VALOR-FECHA

           IF VA-LONG NOT EQUAL 10 OR
              VA-VALOR-FECHA(5:1) NOT EQUAL '-' OR
              VA-VALOR-FECHA(8:1) NOT EQUAL '-'
              MOVE CA-20                   TO PR-PRM-COD-RETURN
              MOVE 'VALOR DEBE SER FECHA YYYY-MM-DD'
                                           TO PR-PRM-DES-ERROR
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VA-NUM-TRAB
                   FROM SYSIBM.SYSDUMMY1
                  WHERE DATE(:VA-VALOR-FECHA) IS NOT NULL
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-20                TO PR-PRM-COD-RETURN
                 MOVE 'VALOR DEBE SER FECHA YYYY-MM-DD'
                                           TO PR-PRM-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2170-VALIDA-VIGENCIA: LA VIGENCIA SOLICITADA DEBE SER FUTURA.   *
      *     SIN VIGENCIA EL CAMBIO APLICA AL AUTORIZARSE.              *
      ******************************************************************
       2170-VALIDA-VIGENCIA.

           MOVE 0                          TO VA-NUM-TRAB
           EXEC SQL
              SELECT COUNT(*)
                INTO :VA-NUM-TRAB
                FROM SYSIBM.SYSDUMMY1
               WHERE TIMESTAMP(:PR-PRM-STP-EFECTIVO) >
                     CURRENT TIMESTAMP
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-20                   TO PR-PRM-COD-RETURN
              MOVE 'VIGENCIA CON FORMATO INVALIDO'
                                           TO PR-PRM-DES-ERROR
           ELSE
              IF VA-NUM-TRAB EQUAL ZEROES
                 MOVE CA-20                TO PR-PRM-COD-RETURN
                 MOVE 'LA VIGENCIA DEBE SER FUTURA'
                                           TO PR-PRM-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2200-ENCOLA-SOLICITUD.                                          *
      ******************************************************************
       2200-ENCOLA-SOLICITUD.

           EXEC SQL
              SELECT COALESCE(MAX(T232_FOLIO), 0) + 1
                INTO :VA-FOLIO
                FROM MBDT232 with (nolock)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'ERROR SQL MBDT232'     TO PR-PRM-DES-ERROR
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT232
                        (T232_FOLIO, T232_ENT, T232_KEY_TABLE,
                         T232_COD_TABLE, T232_LANGUAGE,
                         T232_MOVIMIENTO, T232_VALOR,
                         T232_STP_EFECTIVO, T232_ESTADO,
                         T232_USR_SOLICITA, T232_USR_APRUEBA,
                         T232_STP_SOLICITA, T232_STP_RESUELVE,
                         T232_STP_APLICA)
                 VALUES (:VA-FOLIO, :PR-PRM-ENT, :PR-PRM-KEY,
                         :PR-PRM-COD, :PR-PRM-LANGUAGE,
                         :PR-PRM-MOVIMIENTO, :PR-PRM-VALOR,
                         CASE WHEN :PR-PRM-STP-EFECTIVO = ' '
                              THEN CAST(NULL AS TIMESTAMP)
                              ELSE TIMESTAMP(:PR-PRM-STP-EFECTIVO)
                         END,
                         :CA-PD, :PR-PRM-USUARIO, ' ',
                         CURRENT TIMESTAMP, NULL, NULL)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-FOLIO             TO PR-PRM-FOLIO
                 MOVE CA-PD                TO PR-PRM-ESTADO
              ELSE
                 MOVE CA-99                TO PR-PRM-COD-RETURN
                 MOVE 'ERROR SQL MBDT232'  TO PR-PRM-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3000-RESUELVE-SOLICITUD: EL AUTORIZADOR DEBE SER MANO DISTINTA  *
      *     DEL CAPTURISTA. SOLO SE APRUEBA UNA SOLICITUD 'PD'; SE     *
      *     RECHAZA UNA 'PD' O UNA 'AP' CUYA VIGENCIA AUN NO LLEGA.    *
      *     APROBADA CON LA VIGENCIA CUMPLIDA SE APLICA DE INMEDIATO.  *
      ******************************************************************
       3000-RESUELVE-SOLICITUD.

           MOVE PR-PRM-FOLIO               TO VA-FOLIO

           PERFORM 3100-LEE-SOLICITUD

           IF PR-PRM-COD-RETURN EQUAL CA-00 AND PR-PRM-APRUEBA AND
              VA-SOL-ESTADO NOT EQUAL CA-PD
              MOVE CA-10                   TO PR-PRM-COD-RETURN
              MOVE 'SOLICITUD PENDIENTE NO ENCONTRADA'
                                           TO PR-PRM-DES-ERROR
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00 AND PR-PRM-APRUEBA AND
              VA-SOL-USR-SOLICITA EQUAL PR-PRM-USUARIO
              MOVE CA-30                   TO PR-PRM-COD-RETURN
              MOVE 'EL AUTORIZADOR DEBE SER MANO DISTINTA'
                                           TO PR-PRM-DES-ERROR
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              MOVE VA-SOL-ESTADO           TO VA-ESTADO-ANT
              IF PR-PRM-APRUEBA
                 MOVE CA-AP                TO VA-ESTADO
                 PERFORM 3900-MARCA-SOLICITUD
                 IF PR-PRM-COD-RETURN EQUAL CA-00 AND
                    VA-VENCIDA EQUAL 'S'
                    MOVE PR-PRM-USUARIO    TO VA-SOL-USR-APRUEBA
                    PERFORM 4000-APLICA-CAMBIO
                 END-IF
              ELSE
                 MOVE CA-RC                TO VA-ESTADO
                 PERFORM 3900-MARCA-SOLICITUD
              END-IF
           END-IF.
      ******************************************************************
      *3100-LEE-SOLICITUD: SOLICITUD ABIERTA POR FOLIO. VA-VENCIDA     *
      *     INDICA SI SU VIGENCIA YA SE CUMPLIO (SIN VIGENCIA = YA).   *
      ******************************************************************
       3100-LEE-SOLICITUD.

           EXEC SQL
              SELECT T232_FOLIO, T232_KEY_TABLE, T232_COD_TABLE,
                     T232_LANGUAGE, T232_MOVIMIENTO, T232_VALOR,
                     COALESCE(CHAR(T232_STP_EFECTIVO), ' '),
                     T232_ESTADO, T232_USR_SOLICITA,
                     T232_USR_APRUEBA,
                     CASE WHEN T232_STP_EFECTIVO IS NULL OR
                               T232_STP_EFECTIVO <= CURRENT TIMESTAMP
                          THEN 'S' ELSE 'N'
                     END
                INTO :VA-SOL-FOLIO, :VA-SOL-KEY, :VA-SOL-COD,
                     :VA-SOL-LANGUAGE, :VA-SOL-MOVIMIENTO,
                     :VA-SOL-VALOR, :VA-SOL-STP-EFECTIVO,
                     :VA-SOL-ESTADO, :VA-SOL-USR-SOLICITA,
                     :VA-SOL-USR-APRUEBA, :VA-VENCIDA
                FROM MBDT232 with (nolock)
               WHERE T232_FOLIO = :VA-FOLIO
                 AND T232_ENT   = :PR-PRM-ENT
                 AND T232_ESTADO IN (:CA-PD, :CA-AP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-PRM-COD-RETURN
                 MOVE 'SOLICITUD PENDIENTE NO ENCONTRADA'
                                           TO PR-PRM-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-PRM-COD-RETURN
                 MOVE 'ERROR SQL MBDT232'  TO PR-PRM-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3900-MARCA-SOLICITUD: AL APROBAR SIN VIGENCIA SE FIJA LA DEL    *
      *     MOMENTO DE LA APROBACION.                                  *
      ******************************************************************
       3900-MARCA-SOLICITUD.

           EXEC SQL
              UPDATE MBDT232
                 SET T232_ESTADO       = :VA-ESTADO,
                     T232_USR_APRUEBA  = :PR-PRM-USUARIO,
                     T232_STP_RESUELVE = CURRENT TIMESTAMP,
                     T232_STP_EFECTIVO =
                        COALESCE(T232_STP_EFECTIVO, CURRENT TIMESTAMP)
               WHERE T232_FOLIO  = :VA-FOLIO
                 AND T232_ESTADO = :VA-ESTADO-ANT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VA-ESTADO               TO PR-PRM-ESTADO
           ELSE
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'ERROR SQL MBDT232'     TO PR-PRM-DES-ERROR
           END-IF.
      ******************************************************************
      *4000-APLICA-CAMBIO: SOLICITUD 'AP' EN VA-SOLICITUD Y VA-FOLIO.  *
      *     SE GUARDA EL VALOR ANTERIOR, SE APLICA AL CATALOGO, SE     *
      *     DEJA EL HISTORICO Y LA SOLICITUD QUEDA 'AL'.               *
      ******************************************************************
       4000-APLICA-CAMBIO.

           PERFORM 2150-LEE-DEFINICION

           IF PR-PRM-COD-RETURN EQUAL CA-00
              PERFORM 4100-LEE-VALOR-ANTES
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              PERFORM 4200-APLICA-CATALOGO
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              PERFORM 4300-GRABA-HISTORICO
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              MOVE CA-AP                   TO VA-ESTADO-ANT
              PERFORM 4400-MARCA-APLICADA
           END-IF

           IF PR-PRM-COD-RETURN EQUAL CA-00
              ADD 1                        TO PR-PRM-NUM-APLICADOS
              IF VA-DEF-CACHE EQUAL 'S'
                 MOVE 'S'                  TO VA-SW-RECARGA
              END-IF
           END-IF.
      ******************************************************************
      *4100-LEE-VALOR-ANTES.                                           *
      ******************************************************************
       4100-LEE-VALOR-ANTES.

           MOVE SPACES                     TO VA-VALOR-ANTES

           EXEC SQL
              SELECT T140_DES_TABLE
                INTO :VA-VALOR-ANTES
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = :VA-SOL-KEY
                 AND T140_COD_TABLE = :VA-SOL-COD
                 AND T140_ENTITY    = :PR-PRM-ENT
                 AND T140_LANGUAGE  = :VA-SOL-LANGUAGE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'ERROR SQL MBDT140'     TO PR-PRM-DES-ERROR
           END-IF.
      ******************************************************************
      *4200-APLICA-CATALOGO.                                           *
      ******************************************************************
       4200-APLICA-CATALOGO.

           IF VA-SOL-MOVIMIENTO EQUAL 'B'
              EXEC SQL
                 DELETE FROM MBDT140
                  WHERE T140_KEY_TABLE = :VA-SOL-KEY
                    AND T140_COD_TABLE = :VA-SOL-COD
                    AND T140_ENTITY    = :PR-PRM-ENT
                    AND T140_LANGUAGE  = :VA-SOL-LANGUAGE
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO MBDT140
                        (T140_KEY_TABLE, T140_COD_TABLE,
                         T140_ENTITY, T140_LANGUAGE,
                         T140_DES_TABLE)
                 VALUES (:VA-SOL-KEY, :VA-SOL-COD,
                         :PR-PRM-ENT, :VA-SOL-LANGUAGE,
                         :VA-SOL-VALOR)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-DUPLICATE-VALUES
                 EXEC SQL
                    UPDATE MBDT140
                       SET T140_DES_TABLE = :VA-SOL-VALOR
                     WHERE T140_KEY_TABLE = :VA-SOL-KEY
                       AND T140_COD_TABLE = :VA-SOL-COD
                       AND T140_ENTITY    = :PR-PRM-ENT
                       AND T140_LANGUAGE  = :VA-SOL-LANGUAGE
                 END-EXEC
              END-IF
           END-IF

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'ERROR SQL MBDT140'     TO PR-PRM-DES-ERROR
           END-IF.
      ******************************************************************
      *4300-GRABA-HISTORICO: ANTES Y DESPUES DEL CAMBIO EN MBDT233.    *
      ******************************************************************
       4300-GRABA-HISTORICO.

           IF VA-SOL-MOVIMIENTO EQUAL 'B'
              MOVE SPACES                  TO VA-SOL-VALOR
           END-IF

           EXEC SQL
              INSERT INTO MBDT233
                     (T233_ENT, T233_KEY_TABLE, T233_COD_TABLE,
                      T233_LANGUAGE, T233_FOLIO, T233_MOVIMIENTO,
                      T233_VALOR_ANTES, T233_VALOR_DESPUES,
                      T233_USR_SOLICITA, T233_USR_APRUEBA,
                      T233_STP_APLICA)
              VALUES (:PR-PRM-ENT, :VA-SOL-KEY, :VA-SOL-COD,
                      :VA-SOL-LANGUAGE, :VA-SOL-FOLIO,
                      :VA-SOL-MOVIMIENTO, :VA-VALOR-ANTES,
                      :VA-SOL-VALOR, :VA-SOL-USR-SOLICITA,
                      :VA-SOL-USR-APRUEBA, CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'ERROR SQL MBDT233'     TO PR-PRM-DES-ERROR
           END-IF.
      ******************************************************************
      *4400-MARCA-APLICADA.                                            *
      ******************************************************************
       4400-MARCA-APLICADA.

           EXEC SQL
              UPDATE MBDT232
                 SET T232_ESTADO     = :CA-AL,
                     T232_STP_APLICA = CURRENT TIMESTAMP
               WHERE T232_FOLIO  = :VA-FOLIO
                 AND T232_ESTADO = :VA-ESTADO-ANT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE CA-AL                   TO PR-PRM-ESTADO
           ELSE
              MOVE CA-99                   TO PR-PRM-COD-RETURN
              MOVE 'ERROR SQL MBDT232'     TO PR-PRM-DES-ERROR
           END-IF.
      ******************************************************************
      *4500-DIFUNDE-RECARGA: UNA SOLA DIFUSION POR LLAMADA AUNQUE SE   *
      *     HAYAN APLICADO VARIOS CAMBIOS. EL CAMBIO YA QUEDO APLICADO;*
      *     UNA FALLA DE LA DIFUSION SOLO SE AVISA.                    *
      ******************************************************************
       4500-DIFUNDE-RECARGA.

           INITIALIZE VA-TCEC9900
           MOVE '9'                        TO TCEC9900-OPTION

           CALL CA-TC9C9900 USING VA-TCEC9900

           IF TCEC9900-COD-RETURN NOT EQUAL CA-00 AND
              PR-PRM-COD-RETURN EQUAL CA-00
              MOVE 'APLICADO; FALLO LA RECARGA DE CACHE'
                                           TO PR-PRM-DES-ERROR
           END-IF.
      ******************************************************************
      *5000-LISTA-VIGENTES.                                            *
      *     PARAMETROS DE LA LLAVE POR CODIGO ASCENDENTE; EL CODIGO    *
      *     DEL ULTIMO ENTREGADO ES LA REPOSICION. SE LEE UNO DE MAS   *
      *     PARA SABER SI HAY OTRA PAGINA.                             *
      ******************************************************************
       5000-LISTA-VIGENTES.

           MOVE 'N'                        TO VA-SW-FIN-PRM
           MOVE ZEROES                     TO VA-IX-PRM
           IF PR-PRM-REP-COD EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-PRM-REP-COD
           END-IF

           EXEC SQL
              DECLARE C530PRM CURSOR FOR
              SELECT T140_COD_TABLE, T140_LANGUAGE, T140_DES_TABLE
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = :PR-PRM-KEY
                 AND T140_ENTITY    = :PR-PRM-ENT
                 AND T140_LANGUAGE  = :PR-PRM-LANGUAGE
                 AND T140_COD_TABLE > :PR-PRM-REP-COD
               ORDER BY T140_COD_TABLE
           END-EXEC

           EXEC SQL
              OPEN C530PRM
           END-EXEC

           PERFORM UNTIL VA-88-FIN-PRM-SI
              EXEC SQL
                 FETCH C530PRM
                 INTO :VA-SOL-COD, :VA-SOL-LANGUAGE, :VA-SOL-VALOR
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-PRM >= CA-MAX-PRM
                       MOVE 'S'            TO PR-PRM-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-PRM
                    ELSE
                       PERFORM 5100-AGREGA-VIGENTE
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-PRM
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-PRM
                    MOVE CA-99             TO PR-PRM-COD-RETURN
                    MOVE 'ERROR SQL MBDT140'
                                           TO PR-PRM-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C530PRM
           END-EXEC

           IF PR-PRM-NUM-LISTA  EQUAL ZEROES AND
              PR-PRM-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-PRM-COD-RETURN
           END-IF.
      ******************************************************************
      *5100-AGREGA-VIGENTE.                                            *
      ******************************************************************
       5100-AGREGA-VIGENTE.

           ADD 1                           TO VA-IX-PRM
           MOVE VA-SOL-COD                 TO PR-PRM-REP-COD

           MOVE ZEROES            TO PR-PRM-LST-FOLIO(VA-IX-PRM)
           MOVE PR-PRM-KEY        TO PR-PRM-LST-KEY(VA-IX-PRM)
           MOVE VA-SOL-COD        TO PR-PRM-LST-COD(VA-IX-PRM)
           MOVE VA-SOL-LANGUAGE   TO PR-PRM-LST-LANGUAGE(VA-IX-PRM)
           MOVE SPACES            TO PR-PRM-LST-MOVIMIENTO(VA-IX-PRM)
                                     PR-PRM-LST-STP-EFECTIVO(VA-IX-PRM)
                                     PR-PRM-LST-ESTADO(VA-IX-PRM)
                                     PR-PRM-LST-USR-SOLICITA(VA-IX-PRM)
           MOVE VA-SOL-VALOR      TO PR-PRM-LST-VALOR(VA-IX-PRM)
           MOVE VA-IX-PRM                  TO PR-PRM-NUM-LISTA.
      ******************************************************************
      *6000-LISTA-PENDIENTES.                                          *
      *     MESA DE CAMBIOS ABIERTOS DE LA ENTIDAD POR FOLIO           *
      *     ASCENDENTE; CON LLAVE SOLO LOS DE ESA LLAVE.               *
      ******************************************************************
       6000-LISTA-PENDIENTES.

           MOVE 'N'                        TO VA-SW-FIN-PRM
           MOVE ZEROES                     TO VA-IX-PRM
           MOVE ZEROES                     TO VA-REP-FOLIO
           IF PR-PRM-REP-FOLIO NUMERIC
              MOVE PR-PRM-REP-FOLIO        TO VA-REP-FOLIO
           END-IF
           IF PR-PRM-KEY EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-PRM-KEY
           END-IF

           EXEC SQL
              DECLARE C530PEN CURSOR FOR
              SELECT T232_FOLIO, T232_KEY_TABLE, T232_COD_TABLE,
                     T232_LANGUAGE, T232_MOVIMIENTO, T232_VALOR,
                     COALESCE(CHAR(T232_STP_EFECTIVO), ' '),
                     T232_ESTADO, T232_USR_SOLICITA
                FROM MBDT232 with (nolock)
               WHERE T232_ENT   = :PR-PRM-ENT
                 AND T232_FOLIO > :VA-REP-FOLIO
                 AND T232_ESTADO IN (:CA-PD, :CA-AP)
                 AND (:PR-PRM-KEY = ' ' OR
                      T232_KEY_TABLE = :PR-PRM-KEY)
               ORDER BY T232_FOLIO
           END-EXEC

           EXEC SQL
              OPEN C530PEN
           END-EXEC

           PERFORM UNTIL VA-88-FIN-PRM-SI
              EXEC SQL
                 FETCH C530PEN
                 INTO :VA-SOL-FOLIO, :VA-SOL-KEY, :VA-SOL-COD,
                      :VA-SOL-LANGUAGE, :VA-SOL-MOVIMIENTO,
                      :VA-SOL-VALOR, :VA-SOL-STP-EFECTIVO,
                      :VA-SOL-ESTADO, :VA-SOL-USR-SOLICITA
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-PRM >= CA-MAX-PRM
                       MOVE 'S'            TO PR-PRM-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-PRM
                    ELSE
                       PERFORM 6100-AGREGA-PENDIENTE
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-PRM
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-PRM
                    MOVE CA-99             TO PR-PRM-COD-RETURN
                    MOVE 'ERROR SQL MBDT232'
                                           TO PR-PRM-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C530PEN
           END-EXEC

           IF PR-PRM-NUM-LISTA  EQUAL ZEROES AND
              PR-PRM-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-PRM-COD-RETURN
           END-IF.
      ******************************************************************
      *6100-AGREGA-PENDIENTE.                                          *
      ******************************************************************
       6100-AGREGA-PENDIENTE.

           ADD 1                           TO VA-IX-PRM
           MOVE VA-SOL-FOLIO               TO PR-PRM-REP-FOLIO

           MOVE VA-SOL-FOLIO      TO PR-PRM-LST-FOLIO(VA-IX-PRM)
           MOVE VA-SOL-KEY        TO PR-PRM-LST-KEY(VA-IX-PRM)
           MOVE VA-SOL-COD        TO PR-PRM-LST-COD(VA-IX-PRM)
           MOVE VA-SOL-LANGUAGE   TO PR-PRM-LST-LANGUAGE(VA-IX-PRM)
           MOVE VA-SOL-MOVIMIENTO TO PR-PRM-LST-MOVIMIENTO(VA-IX-PRM)
           MOVE VA-SOL-VALOR      TO PR-PRM-LST-VALOR(VA-IX-PRM)
           MOVE VA-SOL-STP-EFECTIVO
                                  TO PR-PRM-LST-STP-EFECTIVO(VA-IX-PRM)
           MOVE VA-SOL-ESTADO     TO PR-PRM-LST-ESTADO(VA-IX-PRM)
           MOVE VA-SOL-USR-SOLICITA
                                  TO PR-PRM-LST-USR-SOLICITA(VA-IX-PRM)
           MOVE VA-IX-PRM                  TO PR-PRM-NUM-LISTA.
      ******************************************************************
      *7000-APLICA-PROGRAMADOS: SOLICITUDES 'AP' CON LA VIGENCIA       *
      *     CUMPLIDA, EN ORDEN DE VIGENCIA. SE TOMAN HASTA CA-MAX-APL  *
      *     FOLIOS POR LLAMADA; SI QUEDAN MAS, PR-PRM-MAS-DATOS = 'S'  *
      *     Y EL BATCH VUELVE A LLAMAR.                                *
      ******************************************************************
       7000-APLICA-PROGRAMADOS.

           MOVE 'N'                        TO VA-SW-FIN-PRM
           MOVE ZEROES                     TO VA-NUM-APL

           EXEC SQL
              DECLARE C530APL CURSOR FOR
              SELECT T232_FOLIO
                FROM MBDT232 with (nolock)
               WHERE T232_ENT          = :PR-PRM-ENT
                 AND T232_ESTADO       = :CA-AP
                 AND T232_STP_EFECTIVO <= CURRENT TIMESTAMP
               ORDER BY T232_STP_EFECTIVO, T232_FOLIO
           END-EXEC

           EXEC SQL
              OPEN C530APL
           END-EXEC

           PERFORM UNTIL VA-88-FIN-PRM-SI
              EXEC SQL
                 FETCH C530APL
                 INTO :VA-FOLIO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-NUM-APL >= CA-MAX-APL
                       MOVE 'S'            TO PR-PRM-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-PRM
                    ELSE
                       ADD 1               TO VA-NUM-APL
                       MOVE VA-FOLIO
                                 TO VA-TB-APL-FOLIO(VA-NUM-APL)
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-PRM
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-PRM
                    MOVE CA-99             TO PR-PRM-COD-RETURN
                    MOVE 'ERROR SQL MBDT232'
                                           TO PR-PRM-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C530APL
           END-EXEC

           IF PR-PRM-COD-RETURN EQUAL CA-00
              PERFORM 7100-APLICA-FOLIO
                 VARYING VA-IX-APL FROM 1 BY 1
                   UNTIL VA-IX-APL > VA-NUM-APL OR
                         PR-PRM-COD-RETURN NOT EQUAL CA-00
           END-IF

           IF PR-PRM-NUM-APLICADOS EQUAL ZEROES AND
              PR-PRM-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO PR-PRM-COD-RETURN
           END-IF.
      ******************************************************************
      *7100-APLICA-FOLIO: SE RELEE LA SOLICITUD; PUDO RECHAZARSE       *
      *     ENTRE LA CARGA DE LA TABLA Y SU TURNO.                     *
      ******************************************************************
       7100-APLICA-FOLIO.

           MOVE VA-TB-APL-FOLIO(VA-IX-APL) TO VA-FOLIO

           PERFORM 3100-LEE-SOLICITUD

           EVALUATE TRUE
              WHEN PR-PRM-COD-RETURN EQUAL CA-10
                 MOVE CA-00                TO PR-PRM-COD-RETURN
                 MOVE SPACES               TO PR-PRM-DES-ERROR
              WHEN PR-PRM-COD-RETURN NOT EQUAL CA-00
                 CONTINUE
              WHEN VA-SOL-ESTADO EQUAL CA-AP AND VA-VENCIDA EQUAL 'S'
                 PERFORM 4000-APLICA-CAMBIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
