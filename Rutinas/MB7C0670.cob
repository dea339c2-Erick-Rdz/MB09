      ******************************************************************
      *  MB7C0670: TASA DE LA ALCANCIA Y SU GAT NOMINAL Y REAL. LA    *
      *            TASA ANUAL Y LA FRECUENCIA DE CAPITALIZACION SE    *
      *            MANTIENEN CON SU VIGENCIA EN MBDT262; LA INFLACION *
      *            ESTIMADA ES PARAMETRO DE MBDT140 (KEY 'GATP'). UN  *
      *            SOLO CALCULO DE LA GAT PARA EL DETALLE DE LA       *
      *            ALCANCIA EN MB09 (MB2C0009), EL ESTADO DE CUENTA   *
      *            (MB9B0119) Y EL AVISO DE CAMBIO DE TASA (MB9B0218).*
      *            TAMBIEN CALCULA EL RENDIMIENTO REALIZADO DE UNA    *
      *            ALCANCIA EN UN PERIODO CON LOS ABONOS DE INTERES   *
      *            DE MBDT039H. SE LINKEA DESDE LO ONLINE Y SE LLAMA  *
      *            (CALL) DESDE LOS BATCH. SIN VERBOS CICS.           *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0670.
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
       01 VA-FEC-VIGENCIA                  PIC X(10).
       01 VA-TASA-ANUAL                    PIC S9(03)V9(04) COMP-3.
       01 VA-PERIODOS-CAP                  PIC S9(04) COMP.
       01 VA-GAT-NOMINAL                   PIC S9(03)V9(02) COMP-3.
       01 VA-GAT-REAL                      PIC S9(03)V9(02) COMP-3.
      *
      * INFLACION ESTIMADA EN MBDT140: 5 DIGITOS CON 2 DECIMALES
      * IMPLICITOS (00425 = 4.25%), COMO EL PORCENTAJE DE 'PREP' QUE
      * LEE MB7C0480.
       01 VA-INFLACION-X                   PIC X(05).
       01 VA-INFLACION-N REDEFINES VA-INFLACION-X
                                           PIC 9(03)V9(02).
       01 VA-INFLACION                     PIC S9(03)V9(02) COMP-3.
      *
      * FACTOR DE CAPITALIZACION (1 + TASA / PERIODOS) ** PERIODOS;
      * CON SUFICIENTES DECIMALES PARA 365 PERIODOS.
       01 VA-FACTOR                        PIC S9(03)V9(12) COMP-3.
      *
      * RENDIMIENTO REALIZADO DE LA ALCANCIA.
       01 VA-NUM-CLTE                      PIC S9(09) COMP-3.
       01 VA-MET-ID                        PIC S9(09) COMP-3.
       01 VA-SALDO                         PIC S9(13)V9(02) COMP-3.
       01 VA-INTERESES                     PIC S9(13)V9(02) COMP-3.
       01 VA-BASE                          PIC S9(13)V9(02) COMP-3.
       01 VA-DIAS                          PIC S9(09) COMP.
       01 VA-REND                          PIC S9(05)V9(02) COMP-3.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-DIAS-ANO                      PIC S9(04) COMP VALUE 365.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0670.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           PERFORM 1000-START
      *
           IF PR-GAT-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-GAT-ALTA
                    PERFORM 2000-ALTA-TASA
                 WHEN PR-GAT-CONSULTA
                    PERFORM 3000-GAT-VIGENTE
                 WHEN PR-GAT-RENDIMIENTO
                    PERFORM 4000-RENDIMIENTO
                 WHEN OTHER
                    MOVE CA-99             TO PR-GAT-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-GAT-COD-RETURN
           MOVE SPACES                     TO PR-GAT-FEC-VIGENCIA
           MOVE ZEROS                      TO PR-GAT-INFLACION
                                              PR-GAT-NOMINAL
                                              PR-GAT-REAL
                                              PR-GAT-INTERESES
                                              PR-GAT-SALDO
                                              PR-GAT-DIAS
                                              PR-GAT-REND-REALIZADO

           IF PR-GAT-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-GAT-COD-RETURN
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :VA-HOY
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-GAT-COD-RETURN
              END-IF
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              IF PR-GAT-FECHA EQUAL SPACES OR LOW-VALUES
                 MOVE VA-HOY               TO PR-GAT-FECHA
              END-IF
           END-IF

      *    LA TASA ENTRA EN VIGOR HOY O DESPUES (EL CLIENTE SE ENTERA
      *    ANTES DEL CAMBIO); TASA DE 0.0001 A 100% Y UNA FRECUENCIA
      *    DE CAPITALIZACION DEL CATALOGO.
           IF PR-GAT-COD-RETURN EQUAL CA-00 AND PR-GAT-ALTA
              IF PR-GAT-TASA-ANUAL   NOT NUMERIC OR
                 PR-GAT-PERIODOS-CAP NOT NUMERIC OR
                 PR-GAT-USUARIO      EQUAL SPACES OR LOW-VALUES OR
                 PR-GAT-FECHA        < VA-HOY
                 MOVE CA-20                TO PR-GAT-COD-RETURN
              ELSE
                 IF PR-GAT-TASA-ANUAL EQUAL ZEROES OR
                    PR-GAT-TASA-ANUAL > 100
                    MOVE CA-20             TO PR-GAT-COD-RETURN
                 END-IF
                 IF PR-GAT-PERIODOS-CAP NOT = 1   AND
                    PR-GAT-PERIODOS-CAP NOT = 2   AND
                    PR-GAT-PERIODOS-CAP NOT = 4   AND
                    PR-GAT-PERIODOS-CAP NOT = 12  AND
                    PR-GAT-PERIODOS-CAP NOT = 52  AND
                    PR-GAT-PERIODOS-CAP NOT = 360 AND
                    PR-GAT-PERIODOS-CAP NOT = 365
                    MOVE CA-20             TO PR-GAT-COD-RETURN
                 END-IF
              END-IF
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00 AND PR-GAT-RENDIMIENTO
              IF PR-GAT-FEC-FIN EQUAL SPACES OR LOW-VALUES
                 MOVE VA-HOY               TO PR-GAT-FEC-FIN
              END-IF
              IF PR-GAT-NUM-CLIENTE NOT NUMERIC OR
                 PR-GAT-ID-CTA-META NOT NUMERIC OR
                 PR-GAT-FEC-INI     EQUAL SPACES OR LOW-VALUES OR
                 PR-GAT-FEC-INI     > PR-GAT-FEC-FIN
                 MOVE CA-20                TO PR-GAT-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *2000-ALTA-TASA: CALCULA LA GAT CON LA INFLACION VIGENTE Y DEJA  *
      *     LA TASA PENDIENTE DE AVISO ('P'); LA MISMA VIGENCIA DADA   *
      *     DE ALTA DE NUEVO ES UN CAMBIO Y SE VUELVE A AVISAR.        *
      ******************************************************************
       2000-ALTA-TASA.

           MOVE PR-GAT-TASA-ANUAL          TO VA-TASA-ANUAL
           MOVE PR-GAT-PERIODOS-CAP        TO VA-PERIODOS-CAP
           MOVE PR-GAT-FECHA               TO VA-FEC-VIGENCIA

           PERFORM 5000-LEE-INFLACION
           IF PR-GAT-COD-RETURN EQUAL CA-00
              PERFORM 5100-CALCULA-GAT
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT262
                        (T262_ENT, T262_FEC_VIGENCIA,
                         T262_TASA_ANUAL, T262_PERIODOS_CAP,
                         T262_INFLACION, T262_GAT_NOMINAL,
                         T262_GAT_REAL, T262_ESTADO, T262_USERID,
                         T262_STP_LASTMOD)
                 VALUES (:PR-GAT-ENT, DATE(:VA-FEC-VIGENCIA),
                         :VA-TASA-ANUAL, :VA-PERIODOS-CAP,
                         :VA-INFLACION, :VA-GAT-NOMINAL,
                         :VA-GAT-REAL, 'P', :PR-GAT-USUARIO,
                         CURRENT TIMESTAMP)
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    CONTINUE
                 WHEN SQL-88-DUPLICATE-VALUES
                    EXEC SQL
                       UPDATE MBDT262
                          SET T262_TASA_ANUAL   = :VA-TASA-ANUAL,
                              T262_PERIODOS_CAP = :VA-PERIODOS-CAP,
                              T262_INFLACION    = :VA-INFLACION,
                              T262_GAT_NOMINAL  = :VA-GAT-NOMINAL,
                              T262_GAT_REAL     = :VA-GAT-REAL,
                              T262_ESTADO       = 'P',
                              T262_USERID       = :PR-GAT-USUARIO,
                              T262_STP_LASTMOD  = CURRENT TIMESTAMP
                        WHERE T262_ENT          = :PR-GAT-ENT
                          AND T262_FEC_VIGENCIA =
                                             DATE(:VA-FEC-VIGENCIA)
                    END-EXEC
                    MOVE SQLCODE           TO SQL-VALUES
                    IF NOT SQL-88-OK
                       MOVE CA-99          TO PR-GAT-COD-RETURN
                    END-IF
                 WHEN OTHER
                    MOVE CA-99             TO PR-GAT-COD-RETURN
              END-EVALUATE
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              PERFORM 5200-REGRESA-GAT
           END-IF.
      ******************************************************************
      *3000-GAT-VIGENTE: LA TASA DE MAYOR VIGENCIA QUE NO PASE DE LA   *
      *     FECHA; LA GAT SE CALCULA CON LA INFLACION DE HOY (EL       *
      *     PARAMETRO CAMBIA SIN QUE CAMBIE LA TASA).                  *
      ******************************************************************
       3000-GAT-VIGENTE.

           MOVE SPACES                     TO VA-FEC-VIGENCIA
           MOVE ZEROS                      TO VA-TASA-ANUAL
                                              VA-PERIODOS-CAP

           EXEC SQL
              SELECT TOP 1
                     CHAR(T262_FEC_VIGENCIA, ISO), T262_TASA_ANUAL,
                     T262_PERIODOS_CAP
                INTO :VA-FEC-VIGENCIA, :VA-TASA-ANUAL,
                     :VA-PERIODOS-CAP
                FROM MBDT262 with (nolock)
               WHERE T262_ENT           = :PR-GAT-ENT
                 AND T262_FEC_VIGENCIA <= DATE(:PR-GAT-FECHA)
               ORDER BY T262_FEC_VIGENCIA DESC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-GAT-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-GAT-COD-RETURN
           END-EVALUATE

           IF PR-GAT-COD-RETURN EQUAL CA-00
              PERFORM 5000-LEE-INFLACION
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              PERFORM 5100-CALCULA-GAT
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              PERFORM 5200-REGRESA-GAT
           END-IF.
      ******************************************************************
      *4000-RENDIMIENTO: INTERESES ABONADOS A LA ALCANCIA EN EL        *
      *     PERIODO (MISMO CRITERIO QUE LA CONSTANCIA MB9B0137) SOBRE  *
      *     EL SALDO QUE LOS GANO, ANUALIZADO A 365 DIAS. SIN TASA     *
      *     VIGENTE EL RENDIMIENTO SE REGRESA SIN GAT.                 *
      ******************************************************************
       4000-RENDIMIENTO.

           MOVE PR-GAT-NUM-CLIENTE         TO VA-NUM-CLTE
           MOVE PR-GAT-ID-CTA-META         TO VA-MET-ID
           MOVE ZEROS                      TO VA-SALDO
                                              VA-INTERESES
                                              VA-DIAS
                                              VA-REND

           EXEC SQL
              SELECT T039_SALDO
                INTO :VA-SALDO
                FROM MAZP.MBDT039 with(nolock)
               WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T039_ID_CTA_META = :VA-MET-ID
                 AND T039_LOG_METAS   = 'ALCANCIA'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-GAT-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-GAT-COD-RETURN
           END-EVALUATE

           IF PR-GAT-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COALESCE(SUM(T039H_IMPORTE), 0),
                        DAYS(DATE(:PR-GAT-FEC-FIN)) -
                        DAYS(DATE(:PR-GAT-FEC-INI)) + 1
                   INTO :VA-INTERESES, :VA-DIAS
                   FROM MAZP.MBDT039H with(nolock)
                  WHERE T039H_NUM_CLIENTE = :VA-NUM-CLTE
                    AND T039H_ID_CTA_META = :VA-MET-ID
                    AND (T039H_TIPO_MOV   = 'INT' OR
                         T039H_CONCEPTO   LIKE 'INTERES%')
                    AND T039H_IMPORTE     > 0
                    AND DATE(T039H_STP_MOVTO)
                        BETWEEN DATE(:PR-GAT-FEC-INI)
                            AND DATE(:PR-GAT-FEC-FIN)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-GAT-COD-RETURN
              END-IF
           END-IF

           IF PR-GAT-COD-RETURN EQUAL CA-00
              COMPUTE VA-BASE = VA-SALDO - VA-INTERESES
              IF VA-BASE > ZEROES AND VA-DIAS > ZEROES
                 COMPUTE VA-REND ROUNDED =
                         VA-INTERESES / VA-BASE * CA-DIAS-ANO
                         / VA-DIAS * 100
                    ON SIZE ERROR
                       MOVE ZEROS          TO VA-REND
                 END-COMPUTE
              END-IF
              MOVE VA-SALDO                TO PR-GAT-SALDO
              MOVE VA-INTERESES            TO PR-GAT-INTERESES
              MOVE VA-DIAS                 TO PR-GAT-DIAS
              MOVE VA-REND                 TO PR-GAT-REND-REALIZADO
      *
              MOVE PR-GAT-FEC-FIN          TO PR-GAT-FECHA
              PERFORM 3000-GAT-VIGENTE
              IF PR-GAT-COD-RETURN EQUAL CA-10
                 MOVE CA-00                TO PR-GAT-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *5000-LEE-INFLACION: ESTIMACION OFICIAL DE INFLACION ANUAL EN    *
      *     MBDT140 (KEY 'GATP'; COD 'INFLACION'); SIN ELLA NO HAY GAT *
      *     REAL QUE MOSTRAR.                                          *
      ******************************************************************
       5000-LEE-INFLACION.

           MOVE SPACES                     TO VA-INFLACION-X
           MOVE ZEROS                      TO VA-INFLACION

           EXEC SQL
              SELECT SUBSTR(T140_DES_TABLE, 1, 5)
                INTO :VA-INFLACION-X
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = 'GATP'
                 AND T140_COD_TABLE = 'INFLACION'
                 AND T140_ENTITY    = :PR-GAT-ENT
                 AND T140_LANGUAGE  = 'E'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-INFLACION-X IS NUMERIC
                    MOVE VA-INFLACION-N    TO VA-INFLACION
                 ELSE
                    MOVE CA-10             TO PR-GAT-COD-RETURN
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-GAT-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-GAT-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *5100-CALCULA-GAT: GAT NOMINAL POR CAPITALIZACION COMPUESTA DE   *
      *     LA TASA EN SUS PERIODOS AL ANO; GAT REAL DESCONTANDO LA    *
      *     INFLACION ESTIMADA.                                        *
      ******************************************************************
       5100-CALCULA-GAT.

           COMPUTE VA-FACTOR ROUNDED =
                   (1 + VA-TASA-ANUAL / 100 / VA-PERIODOS-CAP)
                   ** VA-PERIODOS-CAP
              ON SIZE ERROR
                 MOVE CA-99                TO PR-GAT-COD-RETURN
           END-COMPUTE

           IF PR-GAT-COD-RETURN EQUAL CA-00
              COMPUTE VA-GAT-NOMINAL ROUNDED = (VA-FACTOR - 1) * 100
              COMPUTE VA-GAT-REAL ROUNDED =
                      (VA-FACTOR / (1 + VA-INFLACION / 100) - 1)
                      * 100
           END-IF.
      ******************************************************************
      *5200-REGRESA-GAT.                                               *
      ******************************************************************
       5200-REGRESA-GAT.

           MOVE VA-FEC-VIGENCIA            TO PR-GAT-FEC-VIGENCIA
           MOVE VA-TASA-ANUAL              TO PR-GAT-TASA-ANUAL
           MOVE VA-PERIODOS-CAP            TO PR-GAT-PERIODOS-CAP
           MOVE VA-INFLACION               TO PR-GAT-INFLACION
           MOVE VA-GAT-NOMINAL             TO PR-GAT-NOMINAL
           MOVE VA-GAT-REAL                TO PR-GAT-REAL.
