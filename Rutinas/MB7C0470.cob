      ******************************************************************
      *  MB7C0470: MANTENIMIENTO DE LA REGLA DE APARTADO DE NOMINA.   *
      *            LOS CLIENTES DE NOMINA QUIEREN AHORRAR "CUANDO     *
      *            LLEGA EL DINERO" Y NO CUANDO SE ACUERDAN: AL CAER  *
      *            EL ABONO DE NOMINA (907) SE APARTA UN IMPORTE FIJO *
      *            O UN PORCENTAJE AL SOBRE O ALCANCIA QUE EL CLIENTE *
      *            ELIGE. AQUI LOS CANALES ENROLAN/BAJAN/CONSULTAN LA *
      *            REGLA POR CLIENTE Y CUENTA EJE (MBDT220); EL       *
      *            POSTEO NOCTURNO ES DE MB9B0200. MISMO PATRON QUE   *
      *            MB7C0250. SIN VERBOS CICS.                         *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0470.
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
      *     @BAZ234    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-NUM-CLIENTE                   PIC S9(09) COMP-3.
       01 VA-TIPO                          PIC X(01).
       01 VA-IMPORTE                       PIC S9(11)V9(02) COMP-3.
       01 VA-PORCENTAJE                    PIC S9(03)V9(02) COMP-3.
       01 VA-ID-CTA-META                   PIC X(10).
       01 VA-LOG-METAS                     PIC X(10).
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
           COPY MBEC0470.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-APN-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-APN-ALTA
                    PERFORM 1100-VALIDA-META
                    IF PR-APN-COD-RETURN EQUAL CA-00
                       PERFORM 2000-ALTA-CAMBIO
                    END-IF
                 WHEN PR-APN-BAJA
                    PERFORM 3000-BAJA
                 WHEN PR-APN-CONSULTA
                    PERFORM 4000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-APN-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-APN-COD-RETURN

           IF PR-APN-ENT     EQUAL SPACES OR LOW-VALUES OR
              PR-APN-CTA-EJE EQUAL SPACES OR LOW-VALUES OR
              PR-APN-NUM-CLIENTE NOT NUMERIC OR
              PR-APN-NUM-CLIENTE EQUAL ZEROES
              MOVE CA-99                   TO PR-APN-COD-RETURN
           END-IF

           IF PR-APN-COD-RETURN EQUAL CA-00
              MOVE PR-APN-NUM-CLIENTE      TO VA-NUM-CLIENTE
           END-IF

      *    EL IMPORTE FIJO DEBE SER POSITIVO; EL PORCENTAJE VA DE
      *    0.01 A 100 (EL ABONO NUNCA SE APARTA DE MAS).
           IF PR-APN-COD-RETURN EQUAL CA-00 AND PR-APN-ALTA
              MOVE 0                       TO VA-IMPORTE
                                              VA-PORCENTAJE
              EVALUATE TRUE
                 WHEN PR-APN-TIPO-FIJO
                    IF PR-APN-IMPORTE NOT NUMERIC OR
                       PR-APN-IMPORTE EQUAL ZEROES
                       MOVE CA-20          TO PR-APN-COD-RETURN
                    ELSE
                       MOVE PR-APN-IMPORTE TO VA-IMPORTE
                    END-IF
                 WHEN PR-APN-TIPO-PORCENTAJE
                    IF PR-APN-PORCENTAJE NOT NUMERIC OR
                       PR-APN-PORCENTAJE EQUAL ZEROES OR
                       PR-APN-PORCENTAJE > 100
                       MOVE CA-20          TO PR-APN-COD-RETURN
                    ELSE
                       MOVE PR-APN-PORCENTAJE
                                           TO VA-PORCENTAJE
                    END-IF
                 WHEN OTHER
                    MOVE CA-20             TO PR-APN-COD-RETURN
              END-EVALUATE
              MOVE PR-APN-TIPO             TO VA-TIPO
              MOVE PR-APN-ID-CTA-META      TO VA-ID-CTA-META
           END-IF.
      ******************************************************************
      *1100-VALIDA-META: EL DESTINO DEBE SER UN SOBRE O ALCANCIA       *
      *     VIGENTE DEL MISMO CLIENTE Y CUENTA EJE (LOS MISMOS ESTADOS *
      *     QUE 23310/23410 DE MB2C0009).                              *
      ******************************************************************
       1100-VALIDA-META.

           MOVE SPACES                     TO VA-LOG-METAS

           IF VA-ID-CTA-META EQUAL SPACES OR LOW-VALUES
              MOVE CA-20                   TO PR-APN-COD-RETURN
           ELSE
              EXEC SQL
                 SELECT TOP 1 T039_LOG_METAS
                   INTO :VA-LOG-METAS
                   FROM MAZP.MBDT039 with(nolock)
                  WHERE T039_NUM_CLIENTE = :VA-NUM-CLIENTE
                    AND T039_CTA_EJE     = :PR-APN-CTA-EJE
                    AND T039_ID_CTA_META = :VA-ID-CTA-META
                    AND ((T039_LOG_METAS = 'SOBRES' AND
                          T039_ESTAT_CTA_META IN
                                 ('SA','SP','SV','SS'))
                      OR (T039_LOG_METAS = 'ALCANCIA' AND
                          T039_ESTAT_CTA_META IN ('AC','IN','PA')))
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    MOVE VA-LOG-METAS      TO PR-APN-LOG-METAS
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-20             TO PR-APN-COD-RETURN
                 WHEN OTHER
                    MOVE CA-99             TO PR-APN-COD-RETURN
              END-EVALUATE
           END-IF.
      ******************************************************************
      *2000-ALTA-CAMBIO: UNA REGLA POR CLIENTE Y CUENTA EJE.           *
      ******************************************************************
       2000-ALTA-CAMBIO.

           EXEC SQL
              INSERT INTO MBDT220
                     (T220_ENT, T220_NUM_CLIENTE, T220_CTA_EJE,
                      T220_TIPO, T220_IMPORTE, T220_PORCENTAJE,
                      T220_ID_CTA_META, T220_LOG_METAS,
                      T220_ESTADO, T220_STP_LASTMOD)
              VALUES (:PR-APN-ENT, :VA-NUM-CLIENTE,
                      :PR-APN-CTA-EJE, :VA-TIPO, :VA-IMPORTE,
                      :VA-PORCENTAJE, :VA-ID-CTA-META,
                      :VA-LOG-METAS, 'A', CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-DUPLICATE-VALUES
                 EXEC SQL
                    UPDATE MBDT220
                       SET T220_TIPO        = :VA-TIPO,
                           T220_IMPORTE     = :VA-IMPORTE,
                           T220_PORCENTAJE  = :VA-PORCENTAJE,
                           T220_ID_CTA_META = :VA-ID-CTA-META,
                           T220_LOG_METAS   = :VA-LOG-METAS,
                           T220_ESTADO      = 'A',
                           T220_STP_LASTMOD = CURRENT TIMESTAMP
                     WHERE T220_ENT         = :PR-APN-ENT
                       AND T220_NUM_CLIENTE = :VA-NUM-CLIENTE
                       AND T220_CTA_EJE     = :PR-APN-CTA-EJE
                 END-EXEC
                 MOVE SQLCODE              TO SQL-VALUES
                 IF NOT SQL-88-OK
                    MOVE CA-99             TO PR-APN-COD-RETURN
                 END-IF
              WHEN OTHER
                 MOVE CA-99                TO PR-APN-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *3000-BAJA: LA BAJA ES LOGICA; LO YA APARTADO VIVE EN MBDT039H   *
      *     Y LA BITACORA MBDT221 NO SE TOCA.                          *
      ******************************************************************
       3000-BAJA.

           EXEC SQL
              UPDATE MBDT220
                 SET T220_ESTADO      = 'I',
                     T220_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T220_ENT         = :PR-APN-ENT
                 AND T220_NUM_CLIENTE = :VA-NUM-CLIENTE
                 AND T220_CTA_EJE     = :PR-APN-CTA-EJE
                 AND T220_ESTADO      = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-APN-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-APN-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *4000-CONSULTA.                                                  *
      ******************************************************************
       4000-CONSULTA.

           MOVE SPACES                     TO VA-TIPO
                                              VA-ID-CTA-META
                                              VA-LOG-METAS
           MOVE 0                          TO VA-IMPORTE
                                              VA-PORCENTAJE

           EXEC SQL
              SELECT T220_TIPO, T220_IMPORTE, T220_PORCENTAJE,
                     T220_ID_CTA_META, T220_LOG_METAS
                INTO :VA-TIPO, :VA-IMPORTE, :VA-PORCENTAJE,
                     :VA-ID-CTA-META, :VA-LOG-METAS
                FROM MBDT220 with (nolock)
               WHERE T220_ENT         = :PR-APN-ENT
                 AND T220_NUM_CLIENTE = :VA-NUM-CLIENTE
                 AND T220_CTA_EJE     = :PR-APN-CTA-EJE
                 AND T220_ESTADO      = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-TIPO              TO PR-APN-TIPO
                 MOVE VA-IMPORTE           TO PR-APN-IMPORTE
                 MOVE VA-PORCENTAJE        TO PR-APN-PORCENTAJE
                 MOVE VA-ID-CTA-META       TO PR-APN-ID-CTA-META
                 MOVE VA-LOG-METAS         TO PR-APN-LOG-METAS
              WHEN SQL-88-NOT-FOUND
                 MOVE SPACES               TO PR-APN-TIPO
                                              PR-APN-ID-CTA-META
                                              PR-APN-LOG-METAS
                 MOVE ZEROS                TO PR-APN-IMPORTE
                                              PR-APN-PORCENTAJE
                 MOVE CA-10                TO PR-APN-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-APN-COD-RETURN
           END-EVALUATE.
      ******************************************************************
