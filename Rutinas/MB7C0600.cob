      ******************************************************************
      *  MB7C0600: INVERSIONES A PLAZO POR VENCER E INSTRUCCION DE    *
      *            RENOVACION. LA INVERSION SOLO SE VEIA EN MB09 AL   *
      *            RENOVARSE (ARMA-DESC-RENINVPZO) Y EL CLIENTE NO    *
      *            PODIA DECIR CON ANTICIPACION QUE HACER AL          *
      *            VENCIMIENTO. AQUI EL CLIENTE (BDMID) LISTA SUS     *
      *            INVERSIONES VIGENTES (POSICION DIARIA MBDT249 QUE  *
      *            CARGA MB9B0213) Y FIJA O CANCELA SU INSTRUCCION    *
      *            (MBDT248): RENOVAR CAPITAL, RENOVAR CAPITAL MAS    *
      *            INTERES O LIQUIDAR A UNA CUENTA SUYA. MISMO PATRON *
      *            QUE MB7C0540. SIN VERBOS CICS.                     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0600.
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
      *     @BAZ251    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-INV                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-INV-SI                    VALUE 'S'.
      *
      * INVERSION EN TURNO (CURSOR C600INV).
       01 VA-INV.
           05 VA-INV-CEN-INV               PIC X(04).
           05 VA-INV-ACC-INV               PIC X(10).
           05 VA-INV-PRODUCTO              PIC X(02).
           05 VA-INV-SUBPRODUCTO           PIC X(04).
           05 VA-INV-PLAZO                 PIC S9(04) COMP.
           05 VA-INV-CAPITAL               PIC S9(13)V9(02) COMP-3.
           05 VA-INV-INTERES               PIC S9(13)V9(02) COMP-3.
           05 VA-INV-TASA                  PIC S9(03)V9(04) COMP-3.
           05 VA-INV-FEC-VENCE             PIC X(10).
           05 VA-INV-INSTRUCCION           PIC X(02).
           05 VA-INV-CEN-DESTINO           PIC X(04).
           05 VA-INV-ACC-DESTINO           PIC X(10).
       01 VA-INV-MODIFICABLE               PIC X(01).
       01 VA-IX-INV                        PIC S9(04) COMP.
       01 VN-CUENTAS                       PIC S9(09) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-INV                       PIC S9(04) COMP VALUE 10.
       01 CA-VIGENTE                       PIC X(01) VALUE 'A'.
       01 CA-CANCELADA                     PIC X(01) VALUE 'C'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0600.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-INV-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-INV-LISTA
                    PERFORM 3000-LISTA
                 WHEN PR-INV-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-INV-BAJA
                    PERFORM 4000-CANCELA
                 WHEN OTHER
                    MOVE CA-99             TO PR-INV-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-INV-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-INV-COD-RETURN
           MOVE SPACES                     TO PR-INV-DES-ERROR
           MOVE 'N'                        TO PR-INV-MAS-DATOS
           MOVE ZEROES                     TO PR-INV-NUM-INVS
           INITIALIZE VA-INV

           IF PR-INV-ENT   EQUAL SPACES OR LOW-VALUES OR
              PR-INV-BDMID EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-INV-COD-RETURN
              MOVE 'FALTA ENTIDAD O BDMID' TO PR-INV-DES-ERROR
           END-IF

           IF PR-INV-COD-RETURN EQUAL CA-00 AND
              (PR-INV-ALTA OR PR-INV-BAJA)
              IF PR-INV-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-INV-DES-ERROR
              END-IF
              IF PR-INV-CEN-INV EQUAL SPACES OR LOW-VALUES OR
                 PR-INV-ACC-INV EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'FALTA LA INVERSION' TO PR-INV-DES-ERROR
              END-IF
           END-IF

           IF PR-INV-COD-RETURN EQUAL CA-00 AND PR-INV-ALTA
              IF NOT PR-INV-RENUEVA-CAPITAL AND
                 NOT PR-INV-RENUEVA-INTERES AND
                 NOT PR-INV-PAGA
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'INSTRUCCION INVALIDA'
                                           TO PR-INV-DES-ERROR
              END-IF
              IF PR-INV-PAGA
                 IF PR-INV-CEN-DESTINO EQUAL SPACES OR LOW-VALUES OR
                    PR-INV-ACC-DESTINO EQUAL SPACES OR LOW-VALUES
                    MOVE CA-99             TO PR-INV-COD-RETURN
                    MOVE 'FALTA LA CUENTA DE LIQUIDACION'
                                           TO PR-INV-DES-ERROR
                 END-IF
              ELSE
                 MOVE SPACES               TO PR-INV-CEN-DESTINO
                                              PR-INV-ACC-DESTINO
              END-IF
           END-IF

           IF PR-INV-COD-RETURN EQUAL CA-00 AND PR-INV-LISTA
              IF PR-INV-REP-LLAVE EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-INV-REP-LLAVE
              END-IF
           END-IF.
      ******************************************************************
      *2000-ALTA: LA INVERSION DEBE SER DEL BDMID (LIGADA A UNA CUENTA *
      *     ACTIVA SUYA) Y NO VENCER HOY; LA CUENTA DE LIQUIDACION     *
      *     DEBE SER ACTIVA DEL MISMO BDMID.                           *
      ******************************************************************
       2000-ALTA.

           PERFORM 2010-VALIDA-INVERSION

           IF PR-INV-COD-RETURN EQUAL CA-00 AND PR-INV-PAGA
              MOVE ZEROES                  TO VN-CUENTAS
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-CUENTAS
                   FROM MBDT036 with (nolock)
                  WHERE T036_BDMID    = :PR-INV-BDMID
                    AND T036_ENT      = :PR-INV-ENT
                    AND T036_CEN_REG  = :PR-INV-CEN-DESTINO
                    AND T036_ACC      = :PR-INV-ACC-DESTINO
                    AND T036_FLG_STAT = 'A'
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'ERROR SQL MBDT036'  TO PR-INV-DES-ERROR
              ELSE
                 IF VN-CUENTAS EQUAL ZEROES
                    MOVE CA-99             TO PR-INV-COD-RETURN
                    MOVE 'CUENTA DE LIQUIDACION NO ACTIVA'
                                           TO PR-INV-DES-ERROR
                 END-IF
              END-IF
           END-IF

           IF PR-INV-COD-RETURN EQUAL CA-00
              PERFORM 2100-GUARDA-INSTRUCCION
           END-IF.
      ******************************************************************
      *2010-VALIDA-INVERSION.                                          *
      ******************************************************************
       2010-VALIDA-INVERSION.

           EXEC SQL
              SELECT CHAR(P.T249_FEC_VENCE),
                     CASE WHEN P.T249_FEC_VENCE > CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :VA-INV-FEC-VENCE, :VA-INV-MODIFICABLE
                FROM MBDT249 P with (nolock)
               WHERE P.T249_ENT     = :PR-INV-ENT
                 AND P.T249_CEN_INV = :PR-INV-CEN-INV
                 AND P.T249_ACC_INV = :PR-INV-ACC-INV
                 AND EXISTS
                     (SELECT 1
                        FROM MBDT036 C with (nolock)
                       WHERE C.T036_BDMID    = :PR-INV-BDMID
                         AND C.T036_ENT      = P.T249_ENT
                         AND C.T036_CEN_REG  = P.T249_CEN_ASSO
                         AND C.T036_ACC      = P.T249_ACC_ASSO
                         AND C.T036_FLG_STAT = 'A')
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-INV-MODIFICABLE NOT EQUAL 'S'
                    MOVE CA-99             TO PR-INV-COD-RETURN
                    MOVE 'LA INVERSION VENCE HOY'
                                           TO PR-INV-DES-ERROR
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'INVERSION NO ENCONTRADA'
                                           TO PR-INV-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'ERROR SQL MBDT249'  TO PR-INV-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2100-GUARDA-INSTRUCCION: UNA INSTRUCCION POR INVERSION; SE      *
      *     REEMPLAZA LA QUE HUBIERA (VIGENTE O CANCELADA).            *
      ******************************************************************
       2100-GUARDA-INSTRUCCION.

           EXEC SQL
              UPDATE MBDT248
                 SET T248_BDMID        = :PR-INV-BDMID,
                     T248_INSTRUCCION  = :PR-INV-INSTRUCCION,
                     T248_CEN_DESTINO  = :PR-INV-CEN-DESTINO,
                     T248_ACC_DESTINO  = :PR-INV-ACC-DESTINO,
                     T248_ESTADO       = :CA-VIGENTE,
                     T248_USR_ALTA     = :PR-INV-USUARIO,
                     T248_STP_LASTMOD  = CURRENT TIMESTAMP
               WHERE T248_ENT     = :PR-INV-ENT
                 AND T248_CEN_INV = :PR-INV-CEN-INV
                 AND T248_ACC_INV = :PR-INV-ACC-INV
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-NOT-FOUND
              EXEC SQL
                 INSERT INTO MBDT248
                        (T248_ENT, T248_CEN_INV, T248_ACC_INV,
                         T248_BDMID, T248_INSTRUCCION,
                         T248_CEN_DESTINO, T248_ACC_DESTINO,
                         T248_ESTADO, T248_FEC_APLICADA,
                         T248_USR_ALTA, T248_STP_ALTA,
                         T248_STP_LASTMOD)
                 VALUES (:PR-INV-ENT, :PR-INV-CEN-INV,
                         :PR-INV-ACC-INV, :PR-INV-BDMID,
                         :PR-INV-INSTRUCCION,
                         :PR-INV-CEN-DESTINO, :PR-INV-ACC-DESTINO,
                         :CA-VIGENTE, NULL,
                         :PR-INV-USUARIO, CURRENT TIMESTAMP,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-INV-COD-RETURN
              MOVE 'ERROR SQL MBDT248'     TO PR-INV-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-LISTA.                                                     *
      *     INVERSIONES QUE NO HAN VENCIDO, POR FECHA DE VENCIMIENTO;  *
      *     LA LLAVE (VENCIMIENTO + CENTRO + CUENTA) DE LA ULTIMA      *
      *     ENTREGADA ES LA REPOSICION. SE LEE UNA DE MAS PARA SABER   *
      *     SI HAY OTRA PAGINA.                                        *
      ******************************************************************
       3000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-INV
           MOVE ZEROES                     TO VA-IX-INV

           EXEC SQL
              DECLARE C600INV CURSOR FOR
              SELECT P.T249_CEN_INV, P.T249_ACC_INV,
                     P.T249_COD_PRODUCT, P.T249_COD_SPROD,
                     P.T249_PLAZO_DIAS, P.T249_CAPITAL,
                     P.T249_INTERES, P.T249_TASA,
                     CHAR(P.T249_FEC_VENCE),
                     COALESCE(I.T248_INSTRUCCION, ' '),
                     COALESCE(I.T248_CEN_DESTINO, ' '),
                     COALESCE(I.T248_ACC_DESTINO, ' ')
                FROM MBDT249 P with (nolock)
                LEFT OUTER JOIN MBDT248 I with (nolock)
                  ON I.T248_ENT     = P.T249_ENT
                 AND I.T248_CEN_INV = P.T249_CEN_INV
                 AND I.T248_ACC_INV = P.T249_ACC_INV
                 AND I.T248_ESTADO  = :CA-VIGENTE
               WHERE P.T249_ENT = :PR-INV-ENT
                 AND P.T249_FEC_VENCE >= CURRENT DATE
                 AND EXISTS
                     (SELECT 1
                        FROM MBDT036 C with (nolock)
                       WHERE C.T036_BDMID    = :PR-INV-BDMID
                         AND C.T036_ENT      = P.T249_ENT
                         AND C.T036_CEN_REG  = P.T249_CEN_ASSO
                         AND C.T036_ACC      = P.T249_ACC_ASSO
                         AND C.T036_FLG_STAT = 'A')
                 AND CHAR(P.T249_FEC_VENCE) CONCAT P.T249_CEN_INV
                     CONCAT P.T249_ACC_INV > :PR-INV-REP-LLAVE
               ORDER BY P.T249_FEC_VENCE, P.T249_CEN_INV,
                        P.T249_ACC_INV
           END-EXEC

           EXEC SQL
              OPEN C600INV
           END-EXEC

           PERFORM UNTIL VA-88-FIN-INV-SI
              EXEC SQL
                 FETCH C600INV
                 INTO :VA-INV-CEN-INV, :VA-INV-ACC-INV,
                      :VA-INV-PRODUCTO, :VA-INV-SUBPRODUCTO,
                      :VA-INV-PLAZO, :VA-INV-CAPITAL,
                      :VA-INV-INTERES, :VA-INV-TASA,
                      :VA-INV-FEC-VENCE, :VA-INV-INSTRUCCION,
                      :VA-INV-CEN-DESTINO, :VA-INV-ACC-DESTINO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-INV >= CA-MAX-INV
                       MOVE 'S'            TO PR-INV-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-INV
                    ELSE
                       PERFORM 3100-AGREGA-INVERSION
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-INV
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-INV
                    MOVE CA-99             TO PR-INV-COD-RETURN
                    MOVE 'ERROR SQL MBDT249'
                                           TO PR-INV-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C600INV
           END-EXEC

           IF PR-INV-NUM-INVS   EQUAL ZEROES AND
              PR-INV-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-INV-COD-RETURN
           END-IF.
      ******************************************************************
      *3100-AGREGA-INVERSION.                                          *
      ******************************************************************
       3100-AGREGA-INVERSION.

           ADD 1                           TO VA-IX-INV
           MOVE SPACES                     TO PR-INV-REP-LLAVE
           STRING VA-INV-FEC-VENCE         DELIMITED BY SIZE
                  VA-INV-CEN-INV           DELIMITED BY SIZE
                  VA-INV-ACC-INV           DELIMITED BY SIZE
             INTO PR-INV-REP-LLAVE
           END-STRING

           MOVE VA-INV-CEN-INV     TO PR-INV-LST-CEN-INV(VA-IX-INV)
           MOVE VA-INV-ACC-INV     TO PR-INV-LST-ACC-INV(VA-IX-INV)
           MOVE VA-INV-PRODUCTO    TO PR-INV-LST-PRODUCTO(VA-IX-INV)
           MOVE VA-INV-SUBPRODUCTO
                                   TO PR-INV-LST-SUBPRODUCTO(VA-IX-INV)
           MOVE VA-INV-PLAZO       TO PR-INV-LST-PLAZO(VA-IX-INV)
           MOVE VA-INV-CAPITAL     TO PR-INV-LST-CAPITAL(VA-IX-INV)
           MOVE VA-INV-INTERES     TO PR-INV-LST-INTERES(VA-IX-INV)
           MOVE VA-INV-TASA        TO PR-INV-LST-TASA(VA-IX-INV)
           MOVE VA-INV-FEC-VENCE   TO PR-INV-LST-FEC-VENCE(VA-IX-INV)
           MOVE VA-INV-INSTRUCCION
                                   TO PR-INV-LST-INSTRUCCION(VA-IX-INV)
           MOVE VA-INV-CEN-DESTINO
                                   TO PR-INV-LST-CEN-DESTINO(VA-IX-INV)
           MOVE VA-INV-ACC-DESTINO
                                   TO PR-INV-LST-ACC-DESTINO(VA-IX-INV)
           MOVE VA-IX-INV                  TO PR-INV-NUM-INVS.
      ******************************************************************
      *4000-CANCELA: SOLO LA INSTRUCCION VIGENTE DEL MISMO BDMID Y     *
      *     ANTES DEL DIA DE VENCIMIENTO.                              *
      ******************************************************************
       4000-CANCELA.

           EXEC SQL
              UPDATE MBDT248
                 SET T248_ESTADO      = :CA-CANCELADA,
                     T248_USR_ALTA    = :PR-INV-USUARIO,
                     T248_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T248_ENT     = :PR-INV-ENT
                 AND T248_CEN_INV = :PR-INV-CEN-INV
                 AND T248_ACC_INV = :PR-INV-ACC-INV
                 AND T248_BDMID   = :PR-INV-BDMID
                 AND T248_ESTADO  = :CA-VIGENTE
                 AND EXISTS
                     (SELECT 1
                        FROM MBDT249 P
                       WHERE P.T249_ENT     = T248_ENT
                         AND P.T249_CEN_INV = T248_CEN_INV
                         AND P.T249_ACC_INV = T248_ACC_INV
                         AND P.T249_FEC_VENCE > CURRENT DATE)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-INV-COD-RETURN
                 MOVE 'SIN INSTRUCCION CANCELABLE'
                                           TO PR-INV-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-INV-COD-RETURN
                 MOVE 'ERROR SQL MBDT248'  TO PR-INV-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
