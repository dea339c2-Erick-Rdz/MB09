      ******************************************************************
      *  MB7C0490: BANDEJA DE CUMPLIMIENTO PARA LAS COINCIDENCIAS DEL *
      *            CRIBADO CONTRA LISTAS DE SANCIONES Y PEP (MB9B0203;*
      *            MBDT225). LISTA LAS PENDIENTES; DESCARTA UNA COMO  *
      *            FALSO POSITIVO (EL NOMBRE CONTRA ESE RENGLON DE    *
      *            LISTA QUEDA EN MBDT224 Y EL CRIBADO YA NO LO       *
      *            VUELVE A ALERTAR) O LA CONFIRMA PARA QUE EL CASO   *
      *            DE MBDT180 SIGA EN LA COLA DE FRAUDES/PLD. UN      *
      *            CASO QUE SOLO TENIA SENALES DE LISTAS Y SE QUEDA   *
      *            SIN COINCIDENCIAS VIVAS SE CIERRA COMO FALSO       *
      *            POSITIVO. MISMO PATRON QUE MB7C0250. SIN VERBOS    *
      *            CICS.                                              *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0490.
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
      *     @BAZ237    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-HIT                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-HIT-SI                    VALUE 'S'.
      *
      * COINCIDENCIA EN TURNO (CURSOR C490HIT O LECTURA POR FOLIO).
       01 VA-HIT.
           05 VA-HIT-FOLIO                 PIC S9(09) COMP-3.
           05 VA-HIT-FECHA                 PIC X(10).
           05 VA-HIT-ORIGEN                PIC X(03).
           05 VA-HIT-SUJETO                PIC X(14).
           05 VA-HIT-REFERENCIA            PIC X(20).
           05 VA-HIT-NOMBRE                PIC X(60).
           05 VA-HIT-LISTA                 PIC X(03).
           05 VA-HIT-ID-LISTA              PIC X(20).
           05 VA-HIT-NOM-LISTA             PIC X(60).
           05 VA-HIT-SCORE                 PIC S9(03) COMP-3.
           05 VA-HIT-FOLIO-CASO            PIC S9(09) COMP-3.
       01 VA-REP-FOLIO                     PIC S9(09) COMP-3.
       01 VA-IX-HIT                        PIC S9(04) COMP.
       01 VN-VIVAS                         PIC S9(09) COMP.
       01 VN-OTRAS-SENALES                 PIC S9(09) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-HIT                       PIC S9(04) COMP VALUE 10.
       01 CA-PENDIENTE                     PIC X(02) VALUE 'PE'.
       01 CA-FALSO-POSITIVO                PIC X(02) VALUE 'FP'.
       01 CA-CONFIRMADA                    PIC X(02) VALUE 'CO'.
       01 CA-CERRADO                       PIC X(02) VALUE 'CE'.
       01 CA-FUENTE-LISTAS                 PIC X(03) VALUE 'LST'.
       01 CA-DISP-FALSO-POSITIVO           PIC X(40)
           VALUE 'FALSO POSITIVO EN CRIBADO DE LISTAS'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0490.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-LST-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-LST-LISTA
                    PERFORM 2000-LISTA-PENDIENTES
                 WHEN PR-LST-FALSO-POSITIVO
                    PERFORM 3000-LEE-COINCIDENCIA
                    IF PR-LST-COD-RETURN EQUAL CA-00
                       PERFORM 4000-DESCARTA
                    END-IF
                 WHEN PR-LST-CONFIRMA
                    PERFORM 3000-LEE-COINCIDENCIA
                    IF PR-LST-COD-RETURN EQUAL CA-00
                       PERFORM 5000-CONFIRMA
                    END-IF
                 WHEN OTHER
                    MOVE CA-99             TO PR-LST-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-LST-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-LST-COD-RETURN
           MOVE SPACES                     TO PR-LST-DES-ERROR
           MOVE 'N'                        TO PR-LST-MAS-DATOS
           MOVE ZEROES                     TO PR-LST-NUM-COINCIDEN
           INITIALIZE VA-HIT

           IF PR-LST-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-LST-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-LST-DES-ERROR
           END-IF

           IF PR-LST-COD-RETURN EQUAL CA-00 AND
              (PR-LST-FALSO-POSITIVO OR PR-LST-CONFIRMA)
              IF PR-LST-FOLIO NOT NUMERIC OR
                 PR-LST-FOLIO EQUAL ZEROES OR
                 PR-LST-USUARIO EQUAL SPACES OR LOW-VALUES OR
                 PR-LST-MOTIVO  EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-LST-COD-RETURN
                 MOVE 'FALTA FOLIO, USUARIO O MOTIVO'
                                           TO PR-LST-DES-ERROR
              ELSE
                 MOVE PR-LST-FOLIO         TO VA-HIT-FOLIO
              END-IF
           END-IF

           IF PR-LST-COD-RETURN EQUAL CA-00 AND PR-LST-LISTA
              IF PR-LST-REP-FOLIO NOT NUMERIC
                 MOVE ZEROES               TO PR-LST-REP-FOLIO
              END-IF
              MOVE PR-LST-REP-FOLIO        TO VA-REP-FOLIO
           END-IF.
      ******************************************************************
      *2000-LISTA-PENDIENTES.                                          *
      *     POR FOLIO ASCENDENTE (LA MAS VIEJA PRIMERO); EL FOLIO DE   *
      *     LA ULTIMA ENTREGADA ES LA REPOSICION. SE LEE UNA DE MAS    *
      *     PARA SABER SI HAY OTRA PAGINA.                             *
      ******************************************************************
       2000-LISTA-PENDIENTES.

           MOVE 'N'                        TO VA-SW-FIN-HIT
           MOVE ZEROES                     TO VA-IX-HIT

           EXEC SQL
              DECLARE C490HIT CURSOR FOR
              SELECT T225_FOLIO, CHAR(T225_FEC_PROCESO),
                     T225_ORIGEN, T225_SUJETO, T225_REFERENCIA,
                     T225_NOMBRE, T225_LISTA, T225_ID_LISTA,
                     T225_NOM_LISTA, T225_SCORE, T225_FOLIO_CASO
                FROM MBDT225 with (nolock)
               WHERE T225_ENT    = :PR-LST-ENT
                 AND T225_ESTADO = :CA-PENDIENTE
                 AND T225_FOLIO  > :VA-REP-FOLIO
               ORDER BY T225_FOLIO
           END-EXEC

           EXEC SQL
              OPEN C490HIT
           END-EXEC

           PERFORM UNTIL VA-88-FIN-HIT-SI
              EXEC SQL
                 FETCH C490HIT
                 INTO :VA-HIT-FOLIO, :VA-HIT-FECHA, :VA-HIT-ORIGEN,
                      :VA-HIT-SUJETO, :VA-HIT-REFERENCIA,
                      :VA-HIT-NOMBRE, :VA-HIT-LISTA,
                      :VA-HIT-ID-LISTA, :VA-HIT-NOM-LISTA,
                      :VA-HIT-SCORE, :VA-HIT-FOLIO-CASO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-HIT >= CA-MAX-HIT
                       MOVE 'S'            TO PR-LST-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-HIT
                    ELSE
                       PERFORM 2100-AGREGA-COINCIDENCIA
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-HIT
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-HIT
                    MOVE CA-99             TO PR-LST-COD-RETURN
                    MOVE 'ERROR SQL MBDT225'
                                           TO PR-LST-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C490HIT
           END-EXEC

           IF PR-LST-NUM-COINCIDEN EQUAL ZEROES AND
              PR-LST-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO PR-LST-COD-RETURN
           END-IF.
      ******************************************************************
      *2100-AGREGA-COINCIDENCIA.                                       *
      ******************************************************************
       2100-AGREGA-COINCIDENCIA.

           ADD 1                           TO VA-IX-HIT
           MOVE VA-HIT-FOLIO               TO PR-LST-REP-FOLIO

           MOVE VA-HIT-FOLIO      TO PR-LST-HIT-FOLIO(VA-IX-HIT)
           MOVE VA-HIT-FECHA      TO PR-LST-HIT-FECHA(VA-IX-HIT)
           MOVE VA-HIT-ORIGEN     TO PR-LST-HIT-ORIGEN(VA-IX-HIT)
           MOVE VA-HIT-SUJETO     TO PR-LST-HIT-SUJETO(VA-IX-HIT)
           MOVE VA-HIT-REFERENCIA TO PR-LST-HIT-REFERENCIA(VA-IX-HIT)
           MOVE VA-HIT-NOMBRE     TO PR-LST-HIT-NOMBRE(VA-IX-HIT)
           MOVE VA-HIT-LISTA      TO PR-LST-HIT-LISTA(VA-IX-HIT)
           MOVE VA-HIT-ID-LISTA   TO PR-LST-HIT-ID-LISTA(VA-IX-HIT)
           MOVE VA-HIT-NOM-LISTA  TO PR-LST-HIT-NOM-LISTA(VA-IX-HIT)
           MOVE VA-HIT-SCORE      TO PR-LST-HIT-SCORE(VA-IX-HIT)
           MOVE VA-HIT-FOLIO-CASO TO PR-LST-HIT-FOLIO-CASO(VA-IX-HIT)
           MOVE VA-IX-HIT                  TO PR-LST-NUM-COINCIDEN.
      ******************************************************************
      *3000-LEE-COINCIDENCIA: SOLO SE RESUELVE UNA PENDIENTE.          *
      ******************************************************************
       3000-LEE-COINCIDENCIA.

           EXEC SQL
              SELECT T225_NOMBRE, T225_LISTA, T225_ID_LISTA,
                     T225_FOLIO_CASO
                INTO :VA-HIT-NOMBRE, :VA-HIT-LISTA,
                     :VA-HIT-ID-LISTA, :VA-HIT-FOLIO-CASO
                FROM MBDT225 with (nolock)
               WHERE T225_FOLIO  = :VA-HIT-FOLIO
                 AND T225_ENT    = :PR-LST-ENT
                 AND T225_ESTADO = :CA-PENDIENTE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-LST-COD-RETURN
                 MOVE 'COINCIDENCIA NO PENDIENTE'
                                           TO PR-LST-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-LST-COD-RETURN
                 MOVE 'ERROR SQL MBDT225'  TO PR-LST-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *4000-DESCARTA.                                                  *
      *     EL DESCARTE ES POR NOMBRE + RENGLON DE LISTA (MBDT224);    *
      *     EL CRIBADO LO CONSULTA ANTES DE ALERTAR. LAS PENDIENTES    *
      *     DEL MISMO NOMBRE Y RENGLON SE DESCARTAN EN EL MISMO ACTO.  *
      ******************************************************************
       4000-DESCARTA.

           EXEC SQL
              INSERT INTO MBDT224
                     (T224_ENT, T224_NOMBRE, T224_LISTA,
                      T224_ID_LISTA, T224_FOLIO_ORIGEN,
                      T224_USUARIO, T224_MOTIVO, T224_STP_ALTA)
              VALUES (:PR-LST-ENT, :VA-HIT-NOMBRE, :VA-HIT-LISTA,
                      :VA-HIT-ID-LISTA, :VA-HIT-FOLIO,
                      :PR-LST-USUARIO, :PR-LST-MOTIVO,
                      CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-DUPLICATE-VALUES
              MOVE CA-99                   TO PR-LST-COD-RETURN
              MOVE 'ERROR SQL MBDT224'     TO PR-LST-DES-ERROR
           END-IF

           IF PR-LST-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT225
                    SET T225_ESTADO      = :CA-FALSO-POSITIVO,
                        T225_USUARIO     = :PR-LST-USUARIO,
                        T225_MOTIVO      = :PR-LST-MOTIVO,
                        T225_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T225_ENT      = :PR-LST-ENT
                    AND T225_NOMBRE   = :VA-HIT-NOMBRE
                    AND T225_LISTA    = :VA-HIT-LISTA
                    AND T225_ID_LISTA = :VA-HIT-ID-LISTA
                    AND T225_ESTADO   = :CA-PENDIENTE
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-LST-COD-RETURN
                 MOVE 'ERROR SQL MBDT225'  TO PR-LST-DES-ERROR
              END-IF
           END-IF

           IF PR-LST-COD-RETURN EQUAL CA-00 AND
              VA-HIT-FOLIO-CASO > 0
              PERFORM 4100-CIERRA-CASO
           END-IF.
      ******************************************************************
      *4100-CIERRA-CASO.                                               *
      *     SOLO SI EL CASO NO TIENE SENALES DE OTRAS FUENTES (LAS DE  *
      *     MB9B0158) NI COINCIDENCIAS PENDIENTES O CONFIRMADAS.       *
      ******************************************************************
       4100-CIERRA-CASO.

           MOVE ZEROES                     TO VN-VIVAS
                                              VN-OTRAS-SENALES

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-VIVAS
                FROM MBDT225 with (nolock)
               WHERE T225_FOLIO_CASO = :VA-HIT-FOLIO-CASO
                 AND T225_ESTADO IN (:CA-PENDIENTE, :CA-CONFIRMADA)
           END-EXEC
           MOVE SQLCODE                    TO SQL-VALUES

           IF SQL-88-OK
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-OTRAS-SENALES
                   FROM MBDT181 with (nolock)
                  WHERE T181_FOLIO  = :VA-HIT-FOLIO-CASO
                    AND T181_FUENTE <> :CA-FUENTE-LISTAS
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF SQL-88-OK AND VN-VIVAS EQUAL ZEROES AND
              VN-OTRAS-SENALES EQUAL ZEROES
              EXEC SQL
                 UPDATE MBDT180
                    SET T180_ESTADO      = :CA-CERRADO,
                        T180_DISPOSICION = :CA-DISP-FALSO-POSITIVO,
                        T180_ASIGNADO    = :PR-LST-USUARIO,
                        T180_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T180_FOLIO  = :VA-HIT-FOLIO-CASO
                    AND T180_ENT    = :PR-LST-ENT
                    AND T180_ESTADO <> :CA-CERRADO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      ******************************************************************
      *5000-CONFIRMA.                                                  *
      ******************************************************************
       5000-CONFIRMA.

           EXEC SQL
              UPDATE MBDT225
                 SET T225_ESTADO      = :CA-CONFIRMADA,
                     T225_USUARIO     = :PR-LST-USUARIO,
                     T225_MOTIVO      = :PR-LST-MOTIVO,
                     T225_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T225_FOLIO  = :VA-HIT-FOLIO
                 AND T225_ESTADO = :CA-PENDIENTE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-LST-COD-RETURN
                 MOVE 'COINCIDENCIA NO PENDIENTE'
                                           TO PR-LST-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-LST-COD-RETURN
                 MOVE 'ERROR SQL MBDT225'  TO PR-LST-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
