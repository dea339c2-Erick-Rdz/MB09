      ******************************************************************
      *  MB7C0640: DICTAMEN DE CONTROL INTERNO SOBRE LOS HALLAZGOS DE *
      *            LA AUDITORIA MENSUAL DE SEGREGACION DE FUNCIONES   *
      *            (MB9B0215, MBDT257): LISTA LOS HALLAZGOS DEL MES Y *
      *            REGISTRA EL DICTAMEN (JUSTIFICADO, FALSO POSITIVO  *
      *            O ESCALADO) CON SU COMENTARIO. SIN VERBOS CICS.    *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0640.
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
      *     @BAZ255    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
          88 VA-88-FIN-CURSOR-SI                   VALUE 'S'.
      *
      * HALLAZGO A DICTAMINAR.
       01 VA-HAL-USR-1                     PIC X(08).
       01 VA-HAL-USR-2                     PIC X(08).
       01 VA-HAL-DISPOSICION               PIC X(02).
      *
      * RENGLON DE LA LISTA (CURSOR C640HAL).
       01 VA-HAL.
           05 VA-HAL-ID                    PIC S9(09) COMP.
           05 VA-HAL-TIPO                  PIC X(04).
           05 VA-HAL-COLA                  PIC X(04).
           05 VA-HAL-LIS-USR-1             PIC X(08).
           05 VA-HAL-LIS-USR-2             PIC X(08).
           05 VA-HAL-FOLIO                 PIC X(30).
           05 VA-HAL-VALOR                 PIC S9(09) COMP.
           05 VA-HAL-DETALLE               PIC X(60).
           05 VA-HAL-LIS-DISPOSICION       PIC X(02).
           05 VA-HAL-USR-REVISA            PIC X(08).
           05 VA-HAL-COMENTARIO            PIC X(60).
       01 VA-IX-HAL                        PIC S9(04) COMP.
       01 VA-FILTRO-PEND                   PIC X(01).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-PD                            PIC X(02) VALUE 'PD'.
       01 CA-SI                            PIC X(01) VALUE 'S'.
       01 CA-NO                            PIC X(01) VALUE 'N'.
       01 CA-MAX-HALLAZGOS                 PIC S9(04) COMP VALUE 10.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0640.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-SOD-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-SOD-LISTA
                    PERFORM 2000-LISTA
                 WHEN PR-SOD-DICTAMEN
                    PERFORM 3000-DICTAMEN
                 WHEN OTHER
                    MOVE CA-99             TO PR-SOD-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-SOD-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-SOD-COD-RETURN
           MOVE SPACES                     TO PR-SOD-DES-ERROR
           MOVE ZEROES                     TO PR-SOD-NUM-HALLAZGOS

           IF PR-SOD-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-SOD-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-SOD-DES-ERROR
           END-IF

           IF PR-SOD-ID-HALLAZGO NOT NUMERIC
              MOVE ZEROES                  TO PR-SOD-ID-HALLAZGO
           END-IF

           IF PR-SOD-LISTA
              IF PR-SOD-PERIODO(1:4) NOT NUMERIC OR
                 PR-SOD-PERIODO(5:1) NOT EQUAL '-' OR
                 PR-SOD-PERIODO(6:2) NOT NUMERIC
                 MOVE CA-99                TO PR-SOD-COD-RETURN
                 MOVE 'PERIODO INVALIDO (YYYY-MM)'
                                           TO PR-SOD-DES-ERROR
              END-IF
           END-IF

           IF PR-SOD-DICTAMEN
              PERFORM 1100-VALIDA-DICTAMEN
           END-IF.
      ******************************************************************
      *1100-VALIDA-DICTAMEN.                                           *
      ******************************************************************
       1100-VALIDA-DICTAMEN.

           IF PR-SOD-ID-HALLAZGO EQUAL ZEROES
              MOVE CA-99                   TO PR-SOD-COD-RETURN
              MOVE 'FALTA EL HALLAZGO'     TO PR-SOD-DES-ERROR
           END-IF

           IF PR-SOD-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-SOD-COD-RETURN
              MOVE 'FALTA USUARIO'         TO PR-SOD-DES-ERROR
           END-IF

           IF NOT PR-SOD-DISP-JUSTIFICADO AND
              NOT PR-SOD-DISP-FALSO-POSITIVO AND
              NOT PR-SOD-DISP-ESCALADO
              MOVE CA-99                   TO PR-SOD-COD-RETURN
              MOVE 'DICTAMEN INVALIDO'     TO PR-SOD-DES-ERROR
           END-IF

           IF PR-SOD-COMENTARIO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-SOD-COD-RETURN
              MOVE 'FALTA COMENTARIO DEL DICTAMEN'
                                           TO PR-SOD-DES-ERROR
           END-IF.
      ******************************************************************
      *2000-LISTA: HALLAZGOS DEL MES DESPUES DEL ULTIMO ID DE LA       *
      *     PAGINA ANTERIOR.                                           *
      ******************************************************************
       2000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-CURSOR
           MOVE ZEROES                     TO VA-IX-HAL
           IF PR-SOD-SOLO-PEND-SI
              MOVE CA-SI                   TO VA-FILTRO-PEND
           ELSE
              MOVE CA-NO                   TO VA-FILTRO-PEND
           END-IF

           EXEC SQL
              DECLARE C640HAL CURSOR FOR
              SELECT T257_ID, T257_TIPO, T257_COLA, T257_USR_1,
                     T257_USR_2, T257_FOLIO, T257_VALOR,
                     T257_DETALLE, T257_DISPOSICION,
                     T257_USR_REVISA, T257_COMENTARIO
                FROM MBDT257 with (nolock)
               WHERE T257_ENT     = :PR-SOD-ENT
                 AND T257_PERIODO = :PR-SOD-PERIODO
                 AND T257_ID      > :PR-SOD-ID-HALLAZGO
                 AND (:VA-FILTRO-PEND = 'N' OR
                      T257_DISPOSICION = :CA-PD)
               ORDER BY T257_ID
           END-EXEC

           EXEC SQL
              OPEN C640HAL
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CURSOR-SI
              EXEC SQL
                 FETCH C640HAL
                 INTO :VA-HAL-ID, :VA-HAL-TIPO, :VA-HAL-COLA,
                      :VA-HAL-LIS-USR-1, :VA-HAL-LIS-USR-2,
                      :VA-HAL-FOLIO, :VA-HAL-VALOR,
                      :VA-HAL-DETALLE, :VA-HAL-LIS-DISPOSICION,
                      :VA-HAL-USR-REVISA, :VA-HAL-COMENTARIO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-HAL < CA-MAX-HALLAZGOS
                       PERFORM 2100-MUEVE-HALLAZGO
                    ELSE
                       SET VA-88-FIN-CURSOR-SI TO TRUE
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                 WHEN OTHER
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                    MOVE CA-99             TO PR-SOD-COD-RETURN
                    MOVE 'ERROR SQL MBDT257'
                                           TO PR-SOD-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C640HAL
           END-EXEC

           MOVE VA-IX-HAL                  TO PR-SOD-NUM-HALLAZGOS
           IF VA-IX-HAL EQUAL ZEROES AND
              PR-SOD-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-SOD-COD-RETURN
              MOVE 'SIN HALLAZGOS EN EL PERIODO' TO PR-SOD-DES-ERROR
           END-IF.
      ******************************************************************
      *2100-MUEVE-HALLAZGO.                                            *
      ******************************************************************
       2100-MUEVE-HALLAZGO.

           ADD 1                           TO VA-IX-HAL
           MOVE VA-HAL-ID            TO PR-SOD-HAL-ID(VA-IX-HAL)
           MOVE VA-HAL-TIPO          TO PR-SOD-HAL-TIPO(VA-IX-HAL)
           MOVE VA-HAL-COLA          TO PR-SOD-HAL-COLA(VA-IX-HAL)
           MOVE VA-HAL-LIS-USR-1     TO PR-SOD-HAL-USR-1(VA-IX-HAL)
           MOVE VA-HAL-LIS-USR-2     TO PR-SOD-HAL-USR-2(VA-IX-HAL)
           MOVE VA-HAL-FOLIO         TO PR-SOD-HAL-FOLIO(VA-IX-HAL)
           MOVE VA-HAL-VALOR         TO PR-SOD-HAL-VALOR(VA-IX-HAL)
           MOVE VA-HAL-DETALLE       TO PR-SOD-HAL-DETALLE(VA-IX-HAL)
           MOVE VA-HAL-LIS-DISPOSICION
                               TO PR-SOD-HAL-DISPOSICION(VA-IX-HAL)
           MOVE VA-HAL-USR-REVISA
                               TO PR-SOD-HAL-USR-REVISA(VA-IX-HAL)
           MOVE VA-HAL-COMENTARIO
                               TO PR-SOD-HAL-COMENTARIO(VA-IX-HAL).
      ******************************************************************
      *3000-DICTAMEN: QUIEN DICTAMINA NO PUEDE SER PARTE DEL HALLAZGO; *
      *     EL DICTAMEN NO SE CAMBIA UNA VEZ REGISTRADO.               *
      ******************************************************************
       3000-DICTAMEN.

           EXEC SQL
              SELECT T257_USR_1, T257_USR_2, T257_DISPOSICION
                INTO :VA-HAL-USR-1, :VA-HAL-USR-2,
                     :VA-HAL-DISPOSICION
                FROM MBDT257 with (nolock)
               WHERE T257_ID  = :PR-SOD-ID-HALLAZGO
                 AND T257_ENT = :PR-SOD-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-SOD-COD-RETURN
                 MOVE 'HALLAZGO NO ENCONTRADO' TO PR-SOD-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-SOD-COD-RETURN
                 MOVE 'ERROR SQL MBDT257'  TO PR-SOD-DES-ERROR
           END-EVALUATE

           IF PR-SOD-COD-RETURN EQUAL CA-00
              IF PR-SOD-USUARIO EQUAL VA-HAL-USR-1 OR
                 PR-SOD-USUARIO EQUAL VA-HAL-USR-2
                 MOVE CA-99                TO PR-SOD-COD-RETURN
                 MOVE 'EL USUARIO ES PARTE DEL HALLAZGO'
                                           TO PR-SOD-DES-ERROR
              END-IF
           END-IF

           IF PR-SOD-COD-RETURN EQUAL CA-00
              IF VA-HAL-DISPOSICION NOT EQUAL CA-PD
                 MOVE CA-99                TO PR-SOD-COD-RETURN
                 MOVE 'EL HALLAZGO YA TIENE DICTAMEN'
                                           TO PR-SOD-DES-ERROR
              END-IF
           END-IF

           IF PR-SOD-COD-RETURN EQUAL CA-00
              PERFORM 3100-REGISTRA-DICTAMEN
           END-IF.
      ******************************************************************
      *3100-REGISTRA-DICTAMEN.                                         *
      ******************************************************************
       3100-REGISTRA-DICTAMEN.

           EXEC SQL
              UPDATE MBDT257
                 SET T257_DISPOSICION = :PR-SOD-DISPOSICION,
                     T257_USR_REVISA  = :PR-SOD-USUARIO,
                     T257_COMENTARIO  = :PR-SOD-COMENTARIO,
                     T257_STP_REVISA  = CURRENT TIMESTAMP
               WHERE T257_ID          = :PR-SOD-ID-HALLAZGO
                 AND T257_ENT         = :PR-SOD-ENT
                 AND T257_DISPOSICION = :CA-PD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-SOD-COD-RETURN
                 MOVE 'HALLAZGO NO ENCONTRADO' TO PR-SOD-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-SOD-COD-RETURN
                 MOVE 'ERROR SQL MBDT257'  TO PR-SOD-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
