      ******************************************************************
      *  MB7C0630: REGLAS DE CONCENTRACION DE SALDOS (CASH POOLING)   *
      *            DE LOS GRUPOS CORPORATIVOS DE MB7C0270 (MBDT189).  *
      *            LA TESORERIA DEL GRUPO DEJA POR CADA CUENTA DE     *
      *            SUBSIDIARIA SU REGLA CONTRA LA CUENTA DEL HOLDING  *
      *            (SALDO CERO U OBJETIVO Y FONDEO INVERSO OPCIONAL   *
      *            CON PISO) EN MBDT253; EL CIERRE DIARIO MB9B0214    *
      *            LAS APLICA DESPUES DEL POSTEO. SIN VERBOS CICS.    *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0630.
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
      *     @BAZ254    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
      * CUENTA A VALIDAR CONTRA EL GRUPO: ACTIVA EN MBDT036 PARA UN
      * BDMID MIEMBRO ACTIVO DEL GRUPO CON EL ROL INDICADO.
       01 VA-VAL-CEN                       PIC X(04).
       01 VA-VAL-ACC                       PIC X(10).
       01 VA-VAL-ROL                       PIC X(01).
       01 VN-CUENTAS                       PIC S9(09) COMP.
       01 VN-ID-REGLA                      PIC S9(09) COMP.
      *
      * RENGLON DE LA LISTA (CURSOR C630REG).
       01 VA-REG.
           05 VA-REG-ID-REGLA              PIC S9(09) COMP.
           05 VA-REG-CEN-SUB               PIC X(04).
           05 VA-REG-ACC-SUB               PIC X(10).
           05 VA-REG-CEN-HOLD              PIC X(04).
           05 VA-REG-ACC-HOLD              PIC X(10).
           05 VA-REG-TIPO                  PIC X(01).
           05 VA-REG-SALDO-OBJ             PIC S9(13)V9(02) COMP-3.
           05 VA-REG-FONDEO                PIC X(01).
           05 VA-REG-PISO                  PIC S9(13)V9(02) COMP-3.
       01 VA-IX-REG                        PIC S9(04) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-ACTIVA                        PIC X(01) VALUE 'A'.
       01 CA-INACTIVA                      PIC X(01) VALUE 'I'.
       01 CA-ROL-HOLDING                   PIC X(01) VALUE 'H'.
       01 CA-ROL-SUBSIDIARIA               PIC X(01) VALUE 'S'.
       01 CA-MAX-REGLAS                    PIC S9(04) COMP VALUE 20.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0630.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-POL-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-POL-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-POL-BAJA
                    PERFORM 3000-BAJA
                 WHEN PR-POL-LISTA
                    PERFORM 4000-LISTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-POL-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-POL-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-POL-COD-RETURN
           MOVE SPACES                     TO PR-POL-DES-ERROR
           MOVE ZEROES                     TO PR-POL-NUM-REGLAS

           IF PR-POL-ENT      EQUAL SPACES OR LOW-VALUES OR
              PR-POL-ID-GRUPO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'FALTA ENTIDAD O GRUPO' TO PR-POL-DES-ERROR
           END-IF

           IF PR-POL-ID-REGLA NOT NUMERIC
              MOVE ZEROES                  TO PR-POL-ID-REGLA
           END-IF

           IF PR-POL-ALTA OR PR-POL-BAJA
              IF PR-POL-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-POL-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-POL-DES-ERROR
              END-IF
           END-IF

           IF PR-POL-BAJA AND PR-POL-ID-REGLA EQUAL ZEROES
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'FALTA LA REGLA'        TO PR-POL-DES-ERROR
           END-IF

           IF PR-POL-ALTA
              PERFORM 1100-VALIDA-REGLA
           END-IF.
      ******************************************************************
      *1100-VALIDA-REGLA: CUENTAS, TIPO, OBJETIVO Y PISO.              *
      ******************************************************************
       1100-VALIDA-REGLA.

           IF PR-POL-SALDO-OBJ NOT NUMERIC
              MOVE ZEROES                  TO PR-POL-SALDO-OBJ
           END-IF
           IF PR-POL-PISO NOT NUMERIC
              MOVE ZEROES                  TO PR-POL-PISO
           END-IF

           IF PR-POL-CEN-SUB  EQUAL SPACES OR LOW-VALUES OR
              PR-POL-ACC-SUB  EQUAL SPACES OR LOW-VALUES OR
              PR-POL-CEN-HOLD EQUAL SPACES OR LOW-VALUES OR
              PR-POL-ACC-HOLD EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'FALTA CUENTA DE SUBSIDIARIA U HOLDING'
                                           TO PR-POL-DES-ERROR
           END-IF

           IF PR-POL-CEN-SUB EQUAL PR-POL-CEN-HOLD AND
              PR-POL-ACC-SUB EQUAL PR-POL-ACC-HOLD
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'SUBSIDIARIA Y HOLDING SON LA MISMA CUENTA'
                                           TO PR-POL-DES-ERROR
           END-IF

           IF NOT PR-POL-TIPO-CERO AND NOT PR-POL-TIPO-OBJETIVO
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'TIPO DE REGLA INVALIDO' TO PR-POL-DES-ERROR
           END-IF

           IF NOT PR-POL-FONDEO-SI AND NOT PR-POL-FONDEO-NO
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'INDICADOR DE FONDEO INVALIDO'
                                           TO PR-POL-DES-ERROR
           END-IF

           IF PR-POL-TIPO-CERO
              MOVE ZEROES                  TO PR-POL-SALDO-OBJ
           END-IF
           IF PR-POL-TIPO-OBJETIVO AND PR-POL-SALDO-OBJ EQUAL ZEROES
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'FALTA EL SALDO OBJETIVO' TO PR-POL-DES-ERROR
           END-IF

           IF PR-POL-FONDEO-NO
              MOVE ZEROES                  TO PR-POL-PISO
           END-IF
      *    EL FONDEO LLEVA HASTA EL OBJETIVO: EL PISO NO LO REBASA.
           IF PR-POL-FONDEO-SI AND PR-POL-TIPO-OBJETIVO AND
              PR-POL-PISO > PR-POL-SALDO-OBJ
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'EL PISO NO PUEDE EXCEDER EL OBJETIVO'
                                           TO PR-POL-DES-ERROR
           END-IF.
      ******************************************************************
      *2000-ALTA: LA SUBSIDIARIA Y EL HOLDING DEBEN SER MIEMBROS DEL   *
      *     GRUPO CON SU ROL; UNA SOLA REGLA VIGENTE POR CUENTA DE     *
      *     SUBSIDIARIA.                                               *
      ******************************************************************
       2000-ALTA.

           MOVE PR-POL-CEN-SUB             TO VA-VAL-CEN
           MOVE PR-POL-ACC-SUB             TO VA-VAL-ACC
           MOVE CA-ROL-SUBSIDIARIA         TO VA-VAL-ROL
           PERFORM 2010-VALIDA-CUENTA
           IF PR-POL-COD-RETURN EQUAL CA-00
              MOVE PR-POL-CEN-HOLD         TO VA-VAL-CEN
              MOVE PR-POL-ACC-HOLD         TO VA-VAL-ACC
              MOVE CA-ROL-HOLDING          TO VA-VAL-ROL
              PERFORM 2010-VALIDA-CUENTA
           END-IF
           IF PR-POL-COD-RETURN EQUAL CA-00
              PERFORM 2020-VALIDA-UNICA
           END-IF
           IF PR-POL-COD-RETURN EQUAL CA-00
              IF PR-POL-ID-REGLA EQUAL ZEROES
                 PERFORM 2100-INSERTA-REGLA
              ELSE
                 PERFORM 2200-CAMBIA-REGLA
              END-IF
           END-IF.
      ******************************************************************
      *2010-VALIDA-CUENTA.                                             *
      ******************************************************************
       2010-VALIDA-CUENTA.

           MOVE ZEROES                     TO VN-CUENTAS
           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-CUENTAS
                FROM MBDT189 G with (nolock),
                     MBDT036 C with (nolock)
               WHERE G.T189_ENT      = :PR-POL-ENT
                 AND G.T189_ID_GRUPO = :PR-POL-ID-GRUPO
                 AND G.T189_ROL      = :VA-VAL-ROL
                 AND G.T189_ESTADO   = :CA-ACTIVA
                 AND C.T036_BDMID    = G.T189_BDMID
                 AND C.T036_ENT      = G.T189_ENT
                 AND C.T036_CEN_REG  = :VA-VAL-CEN
                 AND C.T036_ACC      = :VA-VAL-ACC
                 AND C.T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'ERROR SQL MBDT189/MBDT036'
                                           TO PR-POL-DES-ERROR
           ELSE
              IF VN-CUENTAS EQUAL ZEROES
                 MOVE CA-99                TO PR-POL-COD-RETURN
                 IF VA-VAL-ROL EQUAL CA-ROL-HOLDING
                    MOVE 'CUENTA NO ES DEL HOLDING DEL GRUPO'
                                           TO PR-POL-DES-ERROR
                 ELSE
                    MOVE 'CUENTA NO ES DE UNA SUBSIDIARIA DEL GRUPO'
                                           TO PR-POL-DES-ERROR
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      *2020-VALIDA-UNICA: DOS REGLAS SOBRE LA MISMA CUENTA SE          *
      *     PELEARIAN EL SALDO EN EL CIERRE.                           *
      ******************************************************************
       2020-VALIDA-UNICA.

           MOVE ZEROES                     TO VN-CUENTAS
           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-CUENTAS
                FROM MBDT253 with (nolock)
               WHERE T253_ENT       = :PR-POL-ENT
                 AND T253_CEN_SUB   = :PR-POL-CEN-SUB
                 AND T253_ACC_SUB   = :PR-POL-ACC-SUB
                 AND T253_ESTADO    = :CA-ACTIVA
                 AND T253_ID_REGLA <> :PR-POL-ID-REGLA
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'ERROR SQL MBDT253'     TO PR-POL-DES-ERROR
           ELSE
              IF VN-CUENTAS > ZEROES
                 MOVE CA-99                TO PR-POL-COD-RETURN
                 MOVE 'LA CUENTA YA TIENE UNA REGLA VIGENTE'
                                           TO PR-POL-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2100-INSERTA-REGLA: ID CONSECUTIVO; SE REGRESA EN               *
      *     PR-POL-ID-REGLA.                                           *
      ******************************************************************
       2100-INSERTA-REGLA.

           EXEC SQL
              SELECT COALESCE(MAX(T253_ID_REGLA), 0) + 1
                INTO :VN-ID-REGLA
                FROM MBDT253
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-POL-COD-RETURN
              MOVE 'ERROR SQL MBDT253'     TO PR-POL-DES-ERROR
           ELSE
              EXEC SQL
                 INSERT INTO MBDT253
                        (T253_ENT, T253_ID_REGLA, T253_ID_GRUPO,
                         T253_CEN_SUB, T253_ACC_SUB,
                         T253_CEN_HOLD, T253_ACC_HOLD,
                         T253_TIPO, T253_SALDO_OBJ,
                         T253_FONDEO, T253_PISO, T253_ESTADO,
                         T253_USUARIO, T253_STP_LASTMOD)
                 VALUES (:PR-POL-ENT, :VN-ID-REGLA,
                         :PR-POL-ID-GRUPO,
                         :PR-POL-CEN-SUB, :PR-POL-ACC-SUB,
                         :PR-POL-CEN-HOLD, :PR-POL-ACC-HOLD,
                         :PR-POL-TIPO, :PR-POL-SALDO-OBJ,
                         :PR-POL-FONDEO, :PR-POL-PISO, :CA-ACTIVA,
                         :PR-POL-USUARIO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VN-ID-REGLA          TO PR-POL-ID-REGLA
              ELSE
                 MOVE CA-99                TO PR-POL-COD-RETURN
                 MOVE 'ERROR SQL MBDT253'  TO PR-POL-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2200-CAMBIA-REGLA: SOLO REGLAS VIGENTES DEL MISMO GRUPO. LOS    *
      *     BARRIDOS YA HECHOS QUEDAN CON EL MISMO ID EN MBDT254.      *
      ******************************************************************
       2200-CAMBIA-REGLA.

           EXEC SQL
              UPDATE MBDT253
                 SET T253_CEN_SUB     = :PR-POL-CEN-SUB,
                     T253_ACC_SUB     = :PR-POL-ACC-SUB,
                     T253_CEN_HOLD    = :PR-POL-CEN-HOLD,
                     T253_ACC_HOLD    = :PR-POL-ACC-HOLD,
                     T253_TIPO        = :PR-POL-TIPO,
                     T253_SALDO_OBJ   = :PR-POL-SALDO-OBJ,
                     T253_FONDEO      = :PR-POL-FONDEO,
                     T253_PISO        = :PR-POL-PISO,
                     T253_USUARIO     = :PR-POL-USUARIO,
                     T253_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T253_ENT      = :PR-POL-ENT
                 AND T253_ID_REGLA = :PR-POL-ID-REGLA
                 AND T253_ID_GRUPO = :PR-POL-ID-GRUPO
                 AND T253_ESTADO   = :CA-ACTIVA
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-POL-COD-RETURN
                 MOVE 'REGLA NO ENCONTRADA' TO PR-POL-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-POL-COD-RETURN
                 MOVE 'ERROR SQL MBDT253'  TO PR-POL-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3000-BAJA: BAJA LOGICA; LA REGLA SIGUE EN EL REPORTE DE         *
      *     POSICION MIENTRAS TENGA BARRIDOS.                          *
      ******************************************************************
       3000-BAJA.

           EXEC SQL
              UPDATE MBDT253
                 SET T253_ESTADO      = :CA-INACTIVA,
                     T253_USUARIO     = :PR-POL-USUARIO,
                     T253_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T253_ENT      = :PR-POL-ENT
                 AND T253_ID_REGLA = :PR-POL-ID-REGLA
                 AND T253_ID_GRUPO = :PR-POL-ID-GRUPO
                 AND T253_ESTADO   = :CA-ACTIVA
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-POL-COD-RETURN
                 MOVE 'REGLA NO ENCONTRADA' TO PR-POL-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-POL-COD-RETURN
                 MOVE 'ERROR SQL MBDT253'  TO PR-POL-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *4000-LISTA.                                                     *
      ******************************************************************
       4000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-CURSOR
           MOVE ZEROES                     TO VA-IX-REG

           EXEC SQL
              DECLARE C630REG CURSOR FOR
              SELECT T253_ID_REGLA, T253_CEN_SUB, T253_ACC_SUB,
                     T253_CEN_HOLD, T253_ACC_HOLD, T253_TIPO,
                     T253_SALDO_OBJ, T253_FONDEO, T253_PISO
                FROM MBDT253 with (nolock)
               WHERE T253_ENT      = :PR-POL-ENT
                 AND T253_ID_GRUPO = :PR-POL-ID-GRUPO
                 AND T253_ESTADO   = :CA-ACTIVA
               ORDER BY T253_ID_REGLA
           END-EXEC

           EXEC SQL
              OPEN C630REG
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CURSOR-SI
              EXEC SQL
                 FETCH C630REG
                 INTO :VA-REG-ID-REGLA, :VA-REG-CEN-SUB,
                      :VA-REG-ACC-SUB, :VA-REG-CEN-HOLD,
                      :VA-REG-ACC-HOLD, :VA-REG-TIPO,
                      :VA-REG-SALDO-OBJ, :VA-REG-FONDEO,
                      :VA-REG-PISO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-REG < CA-MAX-REGLAS
                       PERFORM 4100-MUEVE-REGLA
                    ELSE
                       SET VA-88-FIN-CURSOR-SI TO TRUE
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                 WHEN OTHER
                    SET VA-88-FIN-CURSOR-SI TO TRUE
                    MOVE CA-99             TO PR-POL-COD-RETURN
                    MOVE 'ERROR SQL MBDT253'
                                           TO PR-POL-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C630REG
           END-EXEC

           MOVE VA-IX-REG                  TO PR-POL-NUM-REGLAS
           IF VA-IX-REG EQUAL ZEROES AND
              PR-POL-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-POL-COD-RETURN
              MOVE 'GRUPO SIN REGLAS VIGENTES' TO PR-POL-DES-ERROR
           END-IF.
      ******************************************************************
      *4100-MUEVE-REGLA.                                               *
      ******************************************************************
       4100-MUEVE-REGLA.

           ADD 1                           TO VA-IX-REG
           MOVE VA-REG-ID-REGLA     TO PR-POL-REG-ID-REGLA(VA-IX-REG)
           MOVE VA-REG-CEN-SUB      TO PR-POL-REG-CEN-SUB(VA-IX-REG)
           MOVE VA-REG-ACC-SUB      TO PR-POL-REG-ACC-SUB(VA-IX-REG)
           MOVE VA-REG-CEN-HOLD     TO PR-POL-REG-CEN-HOLD(VA-IX-REG)
           MOVE VA-REG-ACC-HOLD     TO PR-POL-REG-ACC-HOLD(VA-IX-REG)
           MOVE VA-REG-TIPO         TO PR-POL-REG-TIPO(VA-IX-REG)
           MOVE VA-REG-SALDO-OBJ    TO PR-POL-REG-SALDO-OBJ(VA-IX-REG)
           MOVE VA-REG-FONDEO       TO PR-POL-REG-FONDEO(VA-IX-REG)
           MOVE VA-REG-PISO         TO PR-POL-REG-PISO(VA-IX-REG).
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
