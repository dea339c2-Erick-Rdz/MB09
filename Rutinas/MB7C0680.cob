      ******************************************************************
      *  MB7C0680: REGISTRO DE EVENTOS DE PERDIDA POR RIESGO          *
      *            OPERACIONAL. LOS PROCESOS QUE POSTEAN DINERO QUE   *
      *            ABSORBE EL BANCO (ABONO DEFINITIVO DE ACLARACION   *
      *            MB9B0154; REVERSO MASIVO POR INCIDENTE MB9B0173;   *
      *            REEMBOLSO METRO SIN LIQUIDACION MB9B0161; AJUSTE   *
      *            DE CONCILIACION MB9B0136) DAN DE ALTA EL EVENTO EN *
      *            MBDT263 AL RECONOCER LA PERDIDA, CON SU IMPORTE,   *
      *            CATEGORIA, LINEA DE NEGOCIO, CAUSA Y EL INCIDENTE  *
      *            (QGDT888) O LA ACLARACION LIGADA. LAS              *
      *            RECUPERACIONES (CONTRACARGO GANADO EN MB9B0177;    *
      *            LAS QUE CAPTURA RIESGOS) QUEDAN EN MBDT264 CONTRA  *
      *            EL EVENTO ORIGINAL. EL EXTRACTO TRIMESTRAL PARA LA *
      *            BASE DE RIESGO OPERACIONAL ES MB9B0219. SE LINKEA  *
      *            DESDE LO ONLINE Y SE LLAMA (CALL) DESDE LOS BATCH. *
      *            SIN VERBOS CICS.                                   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0680.
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
      *     @BAZ259    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-HOY                           PIC X(10).
       01 VA-FOLIO                         PIC S9(09) COMP.
       01 VA-SEQ                           PIC S9(09) COMP.
       01 VA-IMPORTE                       PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-RECUPERADO                PIC S9(13)V9(02) COMP-3.
       01 VA-PENDIENTE                     PIC S9(13)V9(02) COMP-3.
       01 VA-ESTADO                        PIC X(01).
       01 VA-FEC-RECUPERA                  PIC X(10).
       01 VA-DES-RECUPERA                  PIC X(40).
      *
      * EVENTO LEIDO DE MBDT263.
       01 VA-EVENTO.
          05 VA-EVE-FECHA                  PIC X(10).
          05 VA-EVE-CATEGORIA              PIC X(02).
          05 VA-EVE-LINEA-NEG              PIC X(02).
          05 VA-EVE-CAUSA                  PIC X(04).
          05 VA-EVE-DESCRIPCION            PIC X(40).
          05 VA-EVE-IMPORTE                PIC S9(13)V9(02) COMP-3.
          05 VA-EVE-IMP-RECUPERADO         PIC S9(13)V9(02) COMP-3.
          05 VA-EVE-REF-INCIDENTE          PIC X(12).
          05 VA-EVE-REF-ACLARACION         PIC X(13).
          05 VA-EVE-REF-ORIGEN             PIC X(30).
          05 VA-EVE-PROGRAMA               PIC X(08).
          05 VA-EVE-ESTADO                 PIC X(01).
      *
      * CATALOGOS DE BASILEA: TIPO DE EVENTO Y LINEA DE NEGOCIO.
       01 VA-CATEGORIA                     PIC X(02).
          88 VA-CATEGORIA-VALIDA                  VALUE 'FI' 'FE'
                                                        'RL' 'CP'
                                                        'DA' 'IS'
                                                        'EP'.
       01 VA-LINEA-NEG                     PIC X(02).
          88 VA-LINEA-NEG-VALIDA                  VALUE 'FC' 'NV'
                                                        'BM' 'BC'
                                                        'PL' 'SA'
                                                        'AA' 'IM'.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-05                            PIC X(02) VALUE '05'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-ABIERTO                       PIC X(01) VALUE 'A'.
       01 CA-CERRADO                       PIC X(01) VALUE 'C'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0680.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           PERFORM 1000-START
      *
           IF PR-PER-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-PER-ALTA
                    PERFORM 2000-ALTA-EVENTO
                 WHEN PR-PER-RECUPERA
                    PERFORM 3000-RECUPERACION
                 WHEN PR-PER-CIERRE
                    PERFORM 4000-CIERRE-EVENTO
                 WHEN PR-PER-CONSULTA
                    PERFORM 5000-BUSCA-EVENTO
                    IF PR-PER-COD-RETURN EQUAL CA-00
                       PERFORM 5100-REGRESA-EVENTO
                    END-IF
                 WHEN OTHER
                    MOVE CA-99             TO PR-PER-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-PER-COD-RETURN

           IF PR-PER-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-PER-COD-RETURN
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :VA-HOY
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              IF PR-PER-FECHA EQUAL SPACES OR LOW-VALUES
                 MOVE VA-HOY               TO PR-PER-FECHA
              END-IF
              IF PR-PER-FOLIO NOT NUMERIC
                 MOVE ZEROS                TO PR-PER-FOLIO
              END-IF
           END-IF

      *    EL ALTA Y LA RECUPERACION LLEVAN IMPORTE POSITIVO Y QUIEN
      *    LAS ORIGINA; EL ALTA ADEMAS CATEGORIA Y LINEA DEL CATALOGO
      *    Y UNA CAUSA.
           IF PR-PER-COD-RETURN EQUAL CA-00 AND
              (PR-PER-ALTA OR PR-PER-RECUPERA)
              IF PR-PER-IMPORTE  NOT NUMERIC OR
                 PR-PER-PROGRAMA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-PER-COD-RETURN
              ELSE
                 IF PR-PER-IMPORTE NOT > ZEROES
                    MOVE CA-20             TO PR-PER-COD-RETURN
                 END-IF
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00 AND PR-PER-ALTA
              MOVE PR-PER-CATEGORIA        TO VA-CATEGORIA
              MOVE PR-PER-LINEA-NEG        TO VA-LINEA-NEG
              IF NOT VA-CATEGORIA-VALIDA OR
                 NOT VA-LINEA-NEG-VALIDA OR
                 PR-PER-CAUSA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00 AND
              (PR-PER-RECUPERA OR PR-PER-CIERRE OR PR-PER-CONSULTA)
              IF PR-PER-FOLIO EQUAL ZEROES AND
                 (PR-PER-REF-ACLARACION EQUAL SPACES OR
                  PR-PER-REF-ACLARACION EQUAL LOW-VALUES)
                 MOVE CA-20                TO PR-PER-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *2000-ALTA-EVENTO: UNA REFERENCIA DE ORIGEN YA REGISTRADA POR    *
      *     EL MISMO PROGRAMA REGRESA SU FOLIO ('05'); SI NO, FOLIO    *
      *     SIGUIENTE DE LA ENTIDAD Y EL EVENTO QUEDA ABIERTO A        *
      *     RECUPERACIONES.                                            *
      ******************************************************************
       2000-ALTA-EVENTO.

           MOVE ZEROS                      TO VA-FOLIO

           IF PR-PER-REF-ORIGEN NOT EQUAL SPACES
              EXEC SQL
                 SELECT COALESCE(MAX(T263_FOLIO), 0)
                   INTO :VA-FOLIO
                   FROM MBDT263 with (nolock)
                  WHERE T263_ENT        = :PR-PER-ENT
                    AND T263_PROGRAMA   = :PR-PER-PROGRAMA
                    AND T263_REF_ORIGEN = :PR-PER-REF-ORIGEN
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00 AND VA-FOLIO > ZEROES
              MOVE VA-FOLIO                TO PR-PER-FOLIO
              PERFORM 5000-BUSCA-EVENTO
              IF PR-PER-COD-RETURN EQUAL CA-00
                 PERFORM 5100-REGRESA-EVENTO
                 MOVE CA-05                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COALESCE(MAX(T263_FOLIO), 0) + 1
                   INTO :VA-FOLIO
                   FROM MBDT263
                  WHERE T263_ENT = :PR-PER-ENT
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              MOVE PR-PER-IMPORTE          TO VA-IMPORTE
              EXEC SQL
                 INSERT INTO MBDT263
                        (T263_ENT, T263_FOLIO, T263_FEC_RECONOCE,
                         T263_CATEGORIA, T263_LINEA_NEG,
                         T263_CAUSA, T263_DESCRIPCION,
                         T263_IMPORTE, T263_IMP_RECUPERADO,
                         T263_REF_INCIDENTE, T263_REF_ACLARACION,
                         T263_REF_ORIGEN, T263_PROGRAMA,
                         T263_ESTADO, T263_FEC_CIERRE,
                         T263_USERID, T263_STP_LASTMOD)
                 VALUES (:PR-PER-ENT, :VA-FOLIO,
                         DATE(:PR-PER-FECHA),
                         :PR-PER-CATEGORIA, :PR-PER-LINEA-NEG,
                         :PR-PER-CAUSA, :PR-PER-DESCRIPCION,
                         :VA-IMPORTE, 0,
                         :PR-PER-REF-INCIDENTE,
                         :PR-PER-REF-ACLARACION,
                         :PR-PER-REF-ORIGEN, :PR-PER-PROGRAMA,
                         :CA-ABIERTO, NULL,
                         :PR-PER-USUARIO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-FOLIO             TO PR-PER-FOLIO
                 MOVE ZEROS                TO PR-PER-IMP-RECUPERADO
                 MOVE CA-ABIERTO           TO PR-PER-ESTADO
              ELSE
                 MOVE CA-99                TO PR-PER-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *3000-RECUPERACION: SOLO CONTRA UN EVENTO ABIERTO Y SIN PASAR    *
      *     DE LO QUE FALTA POR RECUPERAR; CADA RECUPERACION ES UN     *
      *     RENGLON DE MBDT264 Y EL ACUMULADO VIVE EN EL EVENTO.       *
      ******************************************************************
       3000-RECUPERACION.

           MOVE PR-PER-IMPORTE             TO VA-IMPORTE
           MOVE PR-PER-FECHA               TO VA-FEC-RECUPERA
           MOVE PR-PER-DESCRIPCION         TO VA-DES-RECUPERA

           PERFORM 5000-BUSCA-EVENTO

           IF PR-PER-COD-RETURN EQUAL CA-00
              IF VA-EVE-ESTADO NOT EQUAL CA-ABIERTO
                 MOVE CA-10                TO PR-PER-COD-RETURN
              ELSE
                 COMPUTE VA-PENDIENTE = VA-EVE-IMPORTE
                                      - VA-EVE-IMP-RECUPERADO
                 IF VA-IMPORTE > VA-PENDIENTE
                    MOVE CA-20             TO PR-PER-COD-RETURN
                 END-IF
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COALESCE(MAX(T264_SEQ), 0) + 1
                   INTO :VA-SEQ
                   FROM MBDT264
                  WHERE T264_ENT   = :PR-PER-ENT
                    AND T264_FOLIO = :VA-FOLIO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT264
                        (T264_ENT, T264_FOLIO, T264_SEQ,
                         T264_FEC_RECUPERA, T264_IMPORTE,
                         T264_DESCRIPCION, T264_PROGRAMA,
                         T264_USERID, T264_STP_ALTA)
                 VALUES (:PR-PER-ENT, :VA-FOLIO, :VA-SEQ,
                         DATE(:VA-FEC-RECUPERA), :VA-IMPORTE,
                         :VA-DES-RECUPERA, :PR-PER-PROGRAMA,
                         :PR-PER-USUARIO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-PER-COD-RETURN
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              COMPUTE VA-IMP-RECUPERADO = VA-EVE-IMP-RECUPERADO
                                        + VA-IMPORTE
              IF VA-IMP-RECUPERADO < VA-EVE-IMPORTE
                 MOVE CA-ABIERTO           TO VA-ESTADO
              ELSE
                 MOVE CA-CERRADO           TO VA-ESTADO
              END-IF
              PERFORM 4100-ACTUALIZA-EVENTO
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              PERFORM 5000-BUSCA-EVENTO
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              PERFORM 5100-REGRESA-EVENTO
           END-IF.
      ******************************************************************
      *4000-CIERRE-EVENTO: YA NO SE ESPERA RECUPERACION (CONTRACARGO   *
      *     PERDIDO; RIESGOS LO DA POR PERDIDO); LO RECUPERADO QUEDA.  *
      ******************************************************************
       4000-CIERRE-EVENTO.

           PERFORM 5000-BUSCA-EVENTO

           IF PR-PER-COD-RETURN EQUAL CA-00
              IF VA-EVE-ESTADO NOT EQUAL CA-ABIERTO
                 MOVE CA-10                TO PR-PER-COD-RETURN
              ELSE
                 MOVE VA-EVE-IMP-RECUPERADO
                                           TO VA-IMP-RECUPERADO
                 MOVE CA-CERRADO           TO VA-ESTADO
                 PERFORM 4100-ACTUALIZA-EVENTO
              END-IF
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              PERFORM 5000-BUSCA-EVENTO
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              PERFORM 5100-REGRESA-EVENTO
           END-IF.
      ******************************************************************
      *4100-ACTUALIZA-EVENTO: ACUMULADO RECUPERADO Y ESTADO; EL CIERRE *
      *     LLEVA SU FECHA.                                            *
      ******************************************************************
       4100-ACTUALIZA-EVENTO.

           EXEC SQL
              UPDATE MBDT263
                 SET T263_IMP_RECUPERADO = :VA-IMP-RECUPERADO,
                     T263_ESTADO         = :VA-ESTADO,
                     T263_FEC_CIERRE     =
                         CASE WHEN :VA-ESTADO = 'C'
                              THEN DATE(:PR-PER-FECHA)
                              ELSE NULL END,
                     T263_USERID         = :PR-PER-USUARIO,
                     T263_STP_LASTMOD    = CURRENT TIMESTAMP
               WHERE T263_ENT    = :PR-PER-ENT
                 AND T263_FOLIO  = :VA-FOLIO
                 AND T263_ESTADO = :CA-ABIERTO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-PER-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-PER-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *5000-BUSCA-EVENTO: POR FOLIO; SIN FOLIO, EL EVENTO MAS RECIENTE *
      *     DE LA ACLARACION (ABIERTO ANTES QUE CERRADO).              *
      ******************************************************************
       5000-BUSCA-EVENTO.

           MOVE ZEROS                      TO VA-FOLIO

           IF PR-PER-FOLIO > ZEROES
              MOVE PR-PER-FOLIO            TO VA-FOLIO
           ELSE
              EXEC SQL
                 SELECT TOP 1 T263_FOLIO
                   INTO :VA-FOLIO
                   FROM MBDT263 with (nolock)
                  WHERE T263_ENT            = :PR-PER-ENT
                    AND T263_REF_ACLARACION = :PR-PER-REF-ACLARACION
                  ORDER BY T263_ESTADO, T263_FOLIO DESC
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    CONTINUE
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-10             TO PR-PER-COD-RETURN
                 WHEN OTHER
                    MOVE CA-99             TO PR-PER-COD-RETURN
              END-EVALUATE
           END-IF

           IF PR-PER-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT CHAR(T263_FEC_RECONOCE, ISO),
                        T263_CATEGORIA, T263_LINEA_NEG,
                        T263_CAUSA, T263_DESCRIPCION,
                        T263_IMPORTE, T263_IMP_RECUPERADO,
                        T263_REF_INCIDENTE, T263_REF_ACLARACION,
                        T263_REF_ORIGEN, T263_PROGRAMA,
                        T263_ESTADO
                   INTO :VA-EVE-FECHA,
                        :VA-EVE-CATEGORIA, :VA-EVE-LINEA-NEG,
                        :VA-EVE-CAUSA, :VA-EVE-DESCRIPCION,
                        :VA-EVE-IMPORTE, :VA-EVE-IMP-RECUPERADO,
                        :VA-EVE-REF-INCIDENTE, :VA-EVE-REF-ACLARACION,
                        :VA-EVE-REF-ORIGEN, :VA-EVE-PROGRAMA,
                        :VA-EVE-ESTADO
                   FROM MBDT263
                  WHERE T263_ENT   = :PR-PER-ENT
                    AND T263_FOLIO = :VA-FOLIO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    CONTINUE
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-10             TO PR-PER-COD-RETURN
                 WHEN OTHER
                    MOVE CA-99             TO PR-PER-COD-RETURN
              END-EVALUATE
           END-IF.
      ******************************************************************
      *5100-REGRESA-EVENTO.                                            *
      ******************************************************************
       5100-REGRESA-EVENTO.

           MOVE VA-FOLIO                   TO PR-PER-FOLIO
           MOVE VA-EVE-FECHA               TO PR-PER-FECHA
           MOVE VA-EVE-CATEGORIA           TO PR-PER-CATEGORIA
           MOVE VA-EVE-LINEA-NEG           TO PR-PER-LINEA-NEG
           MOVE VA-EVE-CAUSA               TO PR-PER-CAUSA
           MOVE VA-EVE-DESCRIPCION         TO PR-PER-DESCRIPCION
           MOVE VA-EVE-IMPORTE             TO PR-PER-IMPORTE
           MOVE VA-EVE-IMP-RECUPERADO      TO PR-PER-IMP-RECUPERADO
           MOVE VA-EVE-REF-INCIDENTE       TO PR-PER-REF-INCIDENTE
           MOVE VA-EVE-REF-ACLARACION      TO PR-PER-REF-ACLARACION
           MOVE VA-EVE-REF-ORIGEN          TO PR-PER-REF-ORIGEN
           MOVE VA-EVE-PROGRAMA            TO PR-PER-PROGRAMA
           MOVE VA-EVE-ESTADO              TO PR-PER-ESTADO.
