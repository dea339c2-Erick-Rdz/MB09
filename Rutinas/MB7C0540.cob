      ******************************************************************
      *  MB7C0540: REFERENCIAS DE COBRANZA ESPERADAS. LOS CLIENTES    *
      *            CORPORATIVOS PIDEN A SUS DEUDORES QUE PAGUEN POR   *
      *            SPEI CON UNA REFERENCIA NUMERICA O UN CONCEPTO Y   *
      *            DESPUES CONCILIABAN A MANO DEPOSITOS CONTRA        *
      *            FACTURAS. AQUI EL CLIENTE (BDMID) REGISTRA POR     *
      *            CUENTA RECAUDADORA LA REFERENCIA QUE ESPERA, EL    *
      *            IMPORTE Y EL VENCIMIENTO (MBDT234); LAS LISTA Y    *
      *            CANCELA LAS QUE AUN NO TIENEN DEPOSITOS. EL BATCH  *
      *            MB9B0207 LES APLICA LOS SPEI RECIBIDOS Y GENERA EL *
      *            ARCHIVO DE COBRANZA. MISMO PATRON QUE MB7C0500.    *
      *            SIN VERBOS CICS.                                   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0540.
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
      *     @BAZ244    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-REF                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-REF-SI                    VALUE 'S'.
      *
      * REFERENCIA EN TURNO (CURSOR C540REF).
       01 VA-REF.
           05 VA-REF-ID                    PIC S9(09) COMP-3.
           05 VA-REF-CEN-REG               PIC X(04).
           05 VA-REF-ACC                   PIC X(10).
           05 VA-REF-REFERENCIA            PIC X(20).
           05 VA-REF-IMP-ESPERADO          PIC S9(13)V9(02) COMP-3.
           05 VA-REF-IMP-COBRADO           PIC S9(13)V9(02) COMP-3.
           05 VA-REF-FEC-VENCE             PIC X(10).
           05 VA-REF-DOCUMENTO             PIC X(30).
           05 VA-REF-ESTADO                PIC X(02).
       01 VA-REP-ID                        PIC S9(09) COMP-3.
       01 VA-IMP-ESPERADO                  PIC S9(13)V9(02) COMP-3.
       01 VA-IX-REF                        PIC S9(04) COMP.
       01 VN-CUENTAS                       PIC S9(09) COMP.
       01 VN-ABIERTAS                      PIC S9(09) COMP.
       01 VN-FECHA-OK                      PIC S9(09) COMP.
      *
      * NORMALIZACION DE LA REFERENCIA (LA MISMA QUE APLICA MB9B0207 A
      * LA REFERENCIA Y AL CONCEPTO DEL SPEI RECIBIDO).
       01 VA-REF-AUX                       PIC X(20).
       01 VN-BLANCOS                       PIC S9(04) COMP.
       01 VN-LARGO                         PIC S9(04) COMP.
       01 VN-CEROS                         PIC S9(04) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-REF                       PIC S9(04) COMP VALUE 10.
       01 CA-PENDIENTE                     PIC X(02) VALUE 'PE'.
       01 CA-PARCIAL                       PIC X(02) VALUE 'PP'.
       01 CA-CANCELADA                     PIC X(02) VALUE 'CA'.
       01 CA-MINUSCULAS                    PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 CA-MAYUSCULAS                    PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0540.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-CRF-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-CRF-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-CRF-LISTA
                    PERFORM 3000-LISTA
                 WHEN PR-CRF-BAJA
                    PERFORM 4000-CANCELA
                 WHEN OTHER
                    MOVE CA-99             TO PR-CRF-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-CRF-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-CRF-COD-RETURN
           MOVE SPACES                     TO PR-CRF-DES-ERROR
           MOVE 'N'                        TO PR-CRF-MAS-DATOS
           MOVE ZEROES                     TO PR-CRF-NUM-REFS
           INITIALIZE VA-REF

           IF PR-CRF-ENT   EQUAL SPACES OR LOW-VALUES OR
              PR-CRF-BDMID EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-CRF-COD-RETURN
              MOVE 'FALTA ENTIDAD O BDMID' TO PR-CRF-DES-ERROR
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00 AND
              (PR-CRF-ALTA OR PR-CRF-BAJA)
              IF PR-CRF-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-CRF-DES-ERROR
              END-IF
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00 AND PR-CRF-BAJA
              IF PR-CRF-ID-REF NOT NUMERIC OR
                 PR-CRF-ID-REF EQUAL ZEROES
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'FALTA ID DE REFERENCIA'
                                           TO PR-CRF-DES-ERROR
              ELSE
                 MOVE PR-CRF-ID-REF        TO VA-REF-ID
              END-IF
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00 AND PR-CRF-ALTA
              IF PR-CRF-CEN-REG    EQUAL SPACES OR LOW-VALUES OR
                 PR-CRF-ACC        EQUAL SPACES OR LOW-VALUES OR
                 PR-CRF-REFERENCIA EQUAL SPACES OR LOW-VALUES OR
                 PR-CRF-FEC-VENCE  EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'FALTA CUENTA, REFERENCIA O VENCIMIENTO'
                                           TO PR-CRF-DES-ERROR
              END-IF
              IF PR-CRF-IMP-ESPERADO NOT NUMERIC OR
                 PR-CRF-IMP-ESPERADO EQUAL ZEROES
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'IMPORTE ESPERADO INVALIDO'
                                           TO PR-CRF-DES-ERROR
              END-IF
              IF PR-CRF-DOCUMENTO EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-CRF-DOCUMENTO
              END-IF
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00 AND PR-CRF-LISTA
              IF PR-CRF-ACC EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-CRF-ACC
              END-IF
              IF PR-CRF-REP-ID NOT NUMERIC
                 MOVE ZEROES               TO PR-CRF-REP-ID
              END-IF
              MOVE PR-CRF-REP-ID           TO VA-REP-ID
           END-IF.
      ******************************************************************
      *2000-ALTA: CUENTA ACTIVA DEL BDMID, VENCIMIENTO VALIDO Y SIN    *
      *     OTRA REFERENCIA ABIERTA IGUAL EN LA CUENTA (EL BATCH DEBE  *
      *     PODER DECIDIR A CUAL APLICA UN DEPOSITO SIN AMBIGUEDAD).   *
      ******************************************************************
       2000-ALTA.

           PERFORM 2050-NORMALIZA-REFERENCIA

           MOVE ZEROES                     TO VN-CUENTAS
                                              VN-FECHA-OK
                                              VN-ABIERTAS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-CUENTAS
                FROM MBDT036 with (nolock)
               WHERE T036_BDMID    = :PR-CRF-BDMID
                 AND T036_ENT      = :PR-CRF-ENT
                 AND T036_CEN_REG  = :PR-CRF-CEN-REG
                 AND T036_ACC      = :PR-CRF-ACC
                 AND T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CRF-COD-RETURN
              MOVE 'ERROR SQL MBDT036'     TO PR-CRF-DES-ERROR
           ELSE
              IF VN-CUENTAS EQUAL ZEROES
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'CUENTA NO ACTIVA DEL CLIENTE'
                                           TO PR-CRF-DES-ERROR
              END-IF
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-FECHA-OK
                   FROM SYSIBM.SYSDUMMY1
                  WHERE DATE(:PR-CRF-FEC-VENCE) >= CURRENT DATE
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK OR VN-FECHA-OK EQUAL ZEROES
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'VENCIMIENTO INVALIDO'
                                           TO PR-CRF-DES-ERROR
              END-IF
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-ABIERTAS
                   FROM MBDT234 with (nolock)
                  WHERE T234_ENT        = :PR-CRF-ENT
                    AND T234_CEN_REG    = :PR-CRF-CEN-REG
                    AND T234_ACC        = :PR-CRF-ACC
                    AND T234_REFERENCIA = :PR-CRF-REFERENCIA
                    AND T234_ESTADO IN (:CA-PENDIENTE, :CA-PARCIAL)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'ERROR SQL MBDT234'  TO PR-CRF-DES-ERROR
              ELSE
                 IF VN-ABIERTAS > ZEROES
                    MOVE CA-99             TO PR-CRF-COD-RETURN
                    MOVE 'REFERENCIA YA ABIERTA EN LA CUENTA'
                                           TO PR-CRF-DES-ERROR
                 END-IF
              END-IF
           END-IF

           IF PR-CRF-COD-RETURN EQUAL CA-00
              PERFORM 2100-INSERTA
           END-IF.
      ******************************************************************
      *2050-NORMALIZA-REFERENCIA: JUSTIFICADA A LA IZQUIERDA, EN       *
      *     MAYUSCULAS Y, SI ES NUMERICA, SIN CEROS A LA IZQUIERDA     *
      *     (EL ORDENANTE PUEDE TECLEARLA CON O SIN ELLOS).            *
      ******************************************************************
       2050-NORMALIZA-REFERENCIA.

           MOVE ZEROES                     TO VN-BLANCOS
           INSPECT PR-CRF-REFERENCIA TALLYING VN-BLANCOS
                   FOR LEADING SPACES
           IF VN-BLANCOS > ZEROES AND VN-BLANCOS < 20
              MOVE PR-CRF-REFERENCIA(VN-BLANCOS + 1:)
                                           TO VA-REF-AUX
              MOVE VA-REF-AUX              TO PR-CRF-REFERENCIA
           END-IF
           INSPECT PR-CRF-REFERENCIA CONVERTING CA-MINUSCULAS
                                             TO CA-MAYUSCULAS

           MOVE ZEROES                     TO VN-LARGO
           INSPECT PR-CRF-REFERENCIA TALLYING VN-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZEROES                     TO VN-CEROS
           IF VN-LARGO > 1
              IF PR-CRF-REFERENCIA(1:VN-LARGO) IS NUMERIC
                 INSPECT PR-CRF-REFERENCIA(1:VN-LARGO)
                         TALLYING VN-CEROS FOR LEADING '0'
                 IF VN-CEROS >= VN-LARGO
                    COMPUTE VN-CEROS = VN-LARGO - 1
                 END-IF
              END-IF
           END-IF
           IF VN-CEROS > ZEROES
              MOVE PR-CRF-REFERENCIA(VN-CEROS + 1:)
                                           TO VA-REF-AUX
              MOVE VA-REF-AUX              TO PR-CRF-REFERENCIA
           END-IF.
      ******************************************************************
      *2100-INSERTA: ID CONSECUTIVO (MAX + 1, MISMO CRITERIO QUE       *
      *     MBDT226).                                                  *
      ******************************************************************
       2100-INSERTA.

           MOVE PR-CRF-IMP-ESPERADO        TO VA-IMP-ESPERADO

           EXEC SQL
              SELECT COALESCE(MAX(T234_ID_REF), 0) + 1
                INTO :VA-REF-ID
                FROM MBDT234
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              EXEC SQL
                 INSERT INTO MBDT234
                        (T234_ID_REF, T234_ENT, T234_BDMID,
                         T234_CEN_REG, T234_ACC, T234_REFERENCIA,
                         T234_IMP_ESPERADO, T234_IMP_COBRADO,
                         T234_FEC_VENCE, T234_DOCUMENTO,
                         T234_ESTADO, T234_NUM_DEPOSITOS,
                         T234_USR_ALTA, T234_USR_BAJA,
                         T234_STP_ALTA, T234_STP_LASTMOD)
                 VALUES (:VA-REF-ID, :PR-CRF-ENT, :PR-CRF-BDMID,
                         :PR-CRF-CEN-REG, :PR-CRF-ACC,
                         :PR-CRF-REFERENCIA,
                         :VA-IMP-ESPERADO, 0,
                         DATE(:PR-CRF-FEC-VENCE), :PR-CRF-DOCUMENTO,
                         :CA-PENDIENTE, 0,
                         :PR-CRF-USUARIO, ' ',
                         CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF SQL-88-OK
              MOVE VA-REF-ID               TO PR-CRF-ID-REF
           ELSE
              MOVE CA-99                   TO PR-CRF-COD-RETURN
              MOVE 'ERROR SQL MBDT234'     TO PR-CRF-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-LISTA.                                                     *
      *     POR ID ASCENDENTE; EL ID DEL ULTIMO ENTREGADO ES LA        *
      *     REPOSICION. SE LEE UNO DE MAS PARA SABER SI HAY OTRA       *
      *     PAGINA. CON PR-CRF-ACC SOLO LAS DE ESA CUENTA.             *
      ******************************************************************
       3000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-REF
           MOVE ZEROES                     TO VA-IX-REF

           EXEC SQL
              DECLARE C540REF CURSOR FOR
              SELECT T234_ID_REF, T234_CEN_REG, T234_ACC,
                     T234_REFERENCIA, T234_IMP_ESPERADO,
                     T234_IMP_COBRADO, CHAR(T234_FEC_VENCE),
                     T234_DOCUMENTO, T234_ESTADO
                FROM MBDT234 with (nolock)
               WHERE T234_ENT    = :PR-CRF-ENT
                 AND T234_BDMID  = :PR-CRF-BDMID
                 AND T234_ID_REF > :VA-REP-ID
                 AND (:PR-CRF-ACC = ' ' OR
                      (T234_CEN_REG = :PR-CRF-CEN-REG AND
                       T234_ACC     = :PR-CRF-ACC))
               ORDER BY T234_ID_REF
           END-EXEC

           EXEC SQL
              OPEN C540REF
           END-EXEC

           PERFORM UNTIL VA-88-FIN-REF-SI
              EXEC SQL
                 FETCH C540REF
                 INTO :VA-REF-ID, :VA-REF-CEN-REG, :VA-REF-ACC,
                      :VA-REF-REFERENCIA, :VA-REF-IMP-ESPERADO,
                      :VA-REF-IMP-COBRADO, :VA-REF-FEC-VENCE,
                      :VA-REF-DOCUMENTO, :VA-REF-ESTADO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-REF >= CA-MAX-REF
                       MOVE 'S'            TO PR-CRF-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-REF
                    ELSE
                       PERFORM 3100-AGREGA-REFERENCIA
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-REF
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-REF
                    MOVE CA-99             TO PR-CRF-COD-RETURN
                    MOVE 'ERROR SQL MBDT234'
                                           TO PR-CRF-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C540REF
           END-EXEC

           IF PR-CRF-NUM-REFS   EQUAL ZEROES AND
              PR-CRF-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-CRF-COD-RETURN
           END-IF.
      ******************************************************************
      *3100-AGREGA-REFERENCIA.                                         *
      ******************************************************************
       3100-AGREGA-REFERENCIA.

           ADD 1                           TO VA-IX-REF
           MOVE VA-REF-ID                  TO PR-CRF-REP-ID

           MOVE VA-REF-ID          TO PR-CRF-LST-ID(VA-IX-REF)
           MOVE VA-REF-CEN-REG     TO PR-CRF-LST-CEN-REG(VA-IX-REF)
           MOVE VA-REF-ACC         TO PR-CRF-LST-ACC(VA-IX-REF)
           MOVE VA-REF-REFERENCIA  TO PR-CRF-LST-REFERENCIA(VA-IX-REF)
           MOVE VA-REF-IMP-ESPERADO
                                   TO PR-CRF-LST-IMP-ESPERADO(VA-IX-REF)
           MOVE VA-REF-IMP-COBRADO
                                   TO PR-CRF-LST-IMP-COBRADO(VA-IX-REF)
           MOVE VA-REF-FEC-VENCE   TO PR-CRF-LST-FEC-VENCE(VA-IX-REF)
           MOVE VA-REF-DOCUMENTO   TO PR-CRF-LST-DOCUMENTO(VA-IX-REF)
           MOVE VA-REF-ESTADO      TO PR-CRF-LST-ESTADO(VA-IX-REF)
           MOVE VA-IX-REF                  TO PR-CRF-NUM-REFS.
      ******************************************************************
      *4000-CANCELA: BAJA LOGICA; SOLO UNA REFERENCIA PENDIENTE (SIN   *
      *     DEPOSITOS APLICADOS) DEL MISMO BDMID. LA QUE YA COBRO ALGO *
      *     QUEDA PARA EL RASTRO DEL ARCHIVO DE COBRANZA.              *
      ******************************************************************
       4000-CANCELA.

           EXEC SQL
              UPDATE MBDT234
                 SET T234_ESTADO      = :CA-CANCELADA,
                     T234_USR_BAJA    = :PR-CRF-USUARIO,
                     T234_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T234_ID_REF = :VA-REF-ID
                 AND T234_ENT    = :PR-CRF-ENT
                 AND T234_BDMID  = :PR-CRF-BDMID
                 AND T234_ESTADO = :CA-PENDIENTE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CRF-COD-RETURN
                 MOVE 'REFERENCIA NO CANCELABLE'
                                           TO PR-CRF-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CRF-COD-RETURN
                 MOVE 'ERROR SQL MBDT234'  TO PR-CRF-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
