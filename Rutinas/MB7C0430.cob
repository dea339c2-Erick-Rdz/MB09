      ******************************************************************
      *  MB7C0430: LINEA DE TIEMPO 360 DEL CLIENTE. CUANDO UN CLIENTE *
      *            LLAMA MOLESTO, EL EJECUTIVO ABRIA SEIS PANTALLAS   *
      *            PARA RECONSTRUIR LO QUE PASO. ESTA CONSULTA JUNTA  *
      *            EN UN SOLO ORDEN CRONOLOGICO, PAGINADO, LOS        *
      *            EVENTOS DE UN BDMID (TODAS SUS CUENTAS Y WALLETS,  *
      *            COMO MB2C0010) O DE UNA CUENTA EN UN PERIODO:      *
      *            - AVISOS DEL OUTBOX DE NOTIFICACIONES (MBDT165);   *
      *            - CAMBIOS DE ESTATUS DE ACLARACIONES (MBDT309H);   *
      *            - RETENCIONES SOBRE LA CUENTA (BGDT089);           *
      *            - CAMBIOS DE ESTADO DE TRASPASOS (BGDT114);        *
      *            - CASOS DE FRAUDE DE LA CUENTA (MBDT180);          *
      *            - REMAPEOS TELEFONO-CUENTA (MCDT403H).             *
      *            EXPONE LOS MISMOS DATOS PERSONALES QUE MB2C0009 Y  *
      *            SIGUE SUS REGLAS: DELEGACION (MBDT196; 21055);     *
      *            OTORGAMIENTO DE VISTA SIN MASCARA (MBDT206;        *
      *            21056);                                            *
      *            ENMASCARADO DE TELEFONOS CON LA POLITICA DE LA     *
      *            SALIDA 5 Y BITACORA DE ACCESO MBDT144 (21099).     *
      *            SIN VERBOS CICS.                                   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0430.
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
      *     @BAZ227    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-EVT                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-EVT-SI                    VALUE 'S'.
       01 VA-SW-PRIMERA-PAGINA             PIC X(01) VALUE 'N'.
           88 VA-88-PRIMERA-PAGINA-SI             VALUE 'S'.
      *
      * LLAVES DE BUSQUEDA; SOLO UNA VA LLENA (BDMID O CUENTA).
       01 VA-BDMID                         PIC X(40).
       01 VA-CUENTA                        PIC X(14).
      *
      * EVENTO EN TURNO (CURSOR C430EVT).
       01 VA-EVENTO.
           05 VA-EVT-STP                   PIC X(26).
           05 VA-EVT-TIPO                  PIC X(03).
           05 VA-EVT-REF                   PIC X(20).
           05 VA-EVT-CUENTA                PIC X(14).
           05 VA-EVT-DESCRIPCION           PIC X(60).
       01 VA-IX-EVT                        PIC S9(04) COMP.
      *
      * DATOS DE LA BITACORA DE ACCESO (MBDT144) Y DE LA VALIDACION DE
      * DELEGACION Y OTORGAMIENTO (MISMAS REGLAS QUE MB2C0009). LA
      * LLAVE ES LA CUENTA O EL BDMID COMPLETO (X(40)).
       01 VA-AUDIT-LLAVE                   PIC X(40).
       01 VA-AUDIT-DESENMASC               PIC X(01) VALUE 'N'.
       01 VA-AUDIT-DELEGADO                PIC X(01) VALUE 'N'.
       01 VA-DELEG-DESENM                  PIC X(01).
       01 VN-DELEG-VIEJAS                  PIC S9(09) COMP.
       01 VN-OTORGAMIENTOS                 PIC S9(09) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-EVT                       PIC S9(04) COMP VALUE 20.
       01 CA-TIPO-TELEFONO                 PIC X(03) VALUE 'TEL'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0430.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-TML-COD-RETURN EQUAL CA-00
              PERFORM 1100-VALIDA-DELEGACION
           END-IF
      *
           IF PR-TML-COD-RETURN EQUAL CA-00
              PERFORM 1200-VALIDA-OTORGAMIENTO
              PERFORM 2000-ARMA-LINEA-TIEMPO
           END-IF
      *
           IF PR-TML-COD-RETURN EQUAL CA-00 OR CA-10
              PERFORM 3000-REGISTRA-AUDITORIA
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-TML-COD-RETURN
           MOVE SPACES                     TO PR-TML-DES-ERROR
           MOVE 'N'                        TO PR-TML-MAS-DATOS
           MOVE ZEROES                     TO PR-TML-NUM-EVENTOS
           INITIALIZE VA-EVENTO

           IF PR-TML-ENT       EQUAL SPACES OR LOW-VALUES OR
              PR-TML-FECHA-INI EQUAL SPACES OR LOW-VALUES OR
              PR-TML-FECHA-FIN EQUAL SPACES OR LOW-VALUES OR
              PR-TML-USERID    EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-TML-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-TML-DES-ERROR
           END-IF

           IF PR-TML-COD-RETURN EQUAL CA-00
              IF (PR-TML-BDMID  EQUAL SPACES OR LOW-VALUES) AND
                 (PR-TML-CUENTA EQUAL SPACES OR LOW-VALUES)
                 MOVE CA-99                TO PR-TML-COD-RETURN
                 MOVE 'FALTA BDMID O CUENTA'
                                           TO PR-TML-DES-ERROR
              END-IF
           END-IF

           IF PR-TML-COD-RETURN EQUAL CA-00 AND
              PR-TML-FECHA-INI > PR-TML-FECHA-FIN
              MOVE CA-99                   TO PR-TML-COD-RETURN
              MOVE 'PERIODO INVALIDO'      TO PR-TML-DES-ERROR
           END-IF

      *    CON BDMID MANDA EL BDMID; LA CUENTA SOLA ACOTA A ESA CUENTA.
           MOVE SPACES                     TO VA-BDMID
                                              VA-CUENTA
           IF PR-TML-BDMID EQUAL SPACES OR LOW-VALUES
              MOVE PR-TML-CUENTA           TO VA-CUENTA
              MOVE PR-TML-CUENTA           TO VA-AUDIT-LLAVE
           ELSE
              MOVE PR-TML-BDMID            TO VA-BDMID
              MOVE PR-TML-BDMID            TO VA-AUDIT-LLAVE
           END-IF

           IF PR-TML-REPOSICION EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-TML-REPOSICION
           END-IF

           IF PR-TML-REPOSICION EQUAL SPACES
              MOVE 'S'                     TO VA-SW-PRIMERA-PAGINA
           ELSE
              MOVE 'N'                     TO VA-SW-PRIMERA-PAGINA
           END-IF.
      ******************************************************************
      *1100-VALIDA-DELEGACION.                                         *
      *     LA MISMA REGLA DE 21055-VALIDA-DELEGACION EN MB2C0009:     *
      *     DELEGACION VIGENTE MARCA EL ACCESO COMO DELEGADO Y, SI SU  *
      *     ALCANCE ES ENMASCARADO, APAGA LA VISTA SIN MASCARA; UNA    *
      *     DELEGACION VENCIDA O REVOCADA RECHAZA LA CONSULTA.         *
      ******************************************************************
       1100-VALIDA-DELEGACION.

           MOVE 'N'                        TO VA-AUDIT-DELEGADO
           MOVE SPACES                     TO VA-DELEG-DESENM

           EXEC SQL
              SELECT T196_FLG_DESENMASC
                INTO :VA-DELEG-DESENM
                FROM MBDT196 with (nolock)
               WHERE T196_ENT     = :PR-TML-ENT
                 AND T196_CUENTA  = :VA-AUDIT-LLAVE
                 AND T196_USUARIO = :PR-TML-USERID
                 AND T196_ESTADO  = 'A'
                 AND CURRENT DATE BETWEEN T196_FEC_DESDE
                                      AND T196_FEC_HASTA
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE 'S'                  TO VA-AUDIT-DELEGADO
                 IF VA-DELEG-DESENM NOT EQUAL 'S'
                    MOVE 'N'               TO PR-TML-VERSIN
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE ZEROES               TO VN-DELEG-VIEJAS
                 EXEC SQL
                    SELECT COUNT(*)
                      INTO :VN-DELEG-VIEJAS
                      FROM MBDT196 with (nolock)
                     WHERE T196_ENT     = :PR-TML-ENT
                       AND T196_CUENTA  = :VA-AUDIT-LLAVE
                       AND T196_USUARIO = :PR-TML-USERID
                 END-EXEC
                 MOVE SQLCODE              TO SQL-VALUES
                 IF SQL-88-OK AND VN-DELEG-VIEJAS > ZEROES
                    MOVE CA-99             TO PR-TML-COD-RETURN
                    MOVE 'DELEGACION NO VIGENTE'
                                           TO PR-TML-DES-ERROR
                 END-IF
              WHEN OTHER
      *          DE MEJOR ESFUERZO: UN ERROR SQL NO TIRA LA CONSULTA.
                 CONTINUE
           END-EVALUATE.
      ******************************************************************
      *1200-VALIDA-OTORGAMIENTO.                                       *
      *     LA VISTA SIN MASCARA REQUIERE OTORGAMIENTO VIGENTE EN      *
      *     MBDT206 (21056-VALIDA-OTORGAMIENTO EN MB2C0009); SIN EL LA *
      *     CONSULTA SIGUE ENMASCARADA (NO ES UN ERROR).               *
      ******************************************************************
       1200-VALIDA-OTORGAMIENTO.

           IF PR-TML-VERSIN-SI
              MOVE ZEROES                  TO VN-OTORGAMIENTOS
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-OTORGAMIENTOS
                   FROM MBDT206 with (nolock)
                  WHERE T206_ENT     = :PR-TML-ENT
                    AND T206_USUARIO = :PR-TML-USERID
                    AND T206_ESTADO  = 'AC'
                    AND (T206_CUENTA = '*' OR
                         T206_CUENTA = :VA-AUDIT-LLAVE)
                    AND T206_STP_EXPIRA > CURRENT TIMESTAMP
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK OR VN-OTORGAMIENTOS = ZEROES
                 MOVE 'N'                  TO PR-TML-VERSIN
              END-IF
           END-IF.
      ******************************************************************
      *2000-ARMA-LINEA-TIEMPO.                                         *
      *     UN SOLO CURSOR CON LOS EVENTOS DE LAS SEIS FUENTES YA      *
      *     NORMALIZADOS (FECHA-HORA; TIPO; REFERENCIA; CUENTA;        *
      *     DESCRIPCION) Y ORDENADOS POR FECHA-HORA, TIPO Y REFERENCIA,*
      *     QUE ES TAMBIEN LA LLAVE DE REPOSICION. LAS CUENTAS DEL     *
      *     BDMID SON LAS DE MBDT036 MAS LAS LIGADAS SOLO POR TELEFONO *
      *     (MCDT403). SE LEE UN EVENTO DE MAS PARA SABER SI HAY OTRA  *
      *     PAGINA.                                                    *
      ******************************************************************
       2000-ARMA-LINEA-TIEMPO.

           MOVE 'N'                        TO VA-SW-FIN-EVT
           MOVE ZEROES                     TO VA-IX-EVT

           EXEC SQL
              DECLARE C430EVT CURSOR FOR
              SELECT X.STP, X.TIPO, X.REF, X.CUENTA, X.DESCR
                FROM (SELECT E.T165_ENT AS ENT,
                             E.T165_CUENTA AS CUENTA,
                             CHAR(E.T165_STP_EVENTO) AS STP,
                             'NOT' AS TIPO,
                             CHAR(E.T165_ID_EVENTO) AS REF,
                             'AVISO ' CONCAT E.T165_TIPO CONCAT ' '
                             CONCAT E.T165_ESTADO CONCAT ' '
                             CONCAT E.T165_DETALLE AS DESCR
                        FROM MBDT165 E with (nolock)
                      UNION ALL
                      SELECT A.T309_ENT,
                             A.T309_CEN_REG CONCAT A.T309_ACC,
                             CHAR(TIMESTAMP(H.T309H_FECHA,
                                            H.T309H_HORA)),
                             'ACL', H.T309H_FOLIO,
                             'ACLARACION ' CONCAT H.T309H_STATUS
                             CONCAT ' ' CONCAT H.T309H_DESC
                        FROM MBDT309H H with (nolock),
                             (SELECT DISTINCT T309_FOLIO, T309_ENT,
                                     T309_CEN_REG, T309_ACC
                                FROM MBDT309 with (nolock)) A
                       WHERE A.T309_FOLIO = H.T309H_FOLIO
                      UNION ALL
                      SELECT R.T089_ENT,
                             R.T089_CEN_REG CONCAT R.T089_ACC,
                             CHAR(TIMESTAMP(R.T089_DAT_REG,
                                            R.T089_TIM_REG)),
                             'RET', CHAR(R.T089_NUM_WHD),
                             'RETENCION ' CONCAT R.T089_COD
                             CONCAT ' ' CONCAT R.T089_OBSERVATIONS
                        FROM BGDT089 R with (nolock)
                      UNION ALL
                      SELECT SUBSTR(T.T114_ACC_DEBIT, 1, 4),
                             SUBSTR(T.T114_ACC_DEBIT, 5, 4) CONCAT
                             SUBSTR(T.T114_ACC_DEBIT, 11, 10),
                             CHAR(T.T114_STP_CAMBIO),
                             'TRA', CHAR(T.T114_MOV_DEBIT),
                             'TRASPASO ' CONCAT T.T114_STATUS_ANT
                             CONCAT ' A ' CONCAT T.T114_STATUS_NVO
                             CONCAT ' USR ' CONCAT T.T114_USERID
                        FROM BGDT114 T with (nolock)
                      UNION ALL
                      SELECT F.T180_ENT, F.T180_SUJETO,
                             CHAR(F.T180_STP_ALTA),
                             'FRA', CHAR(F.T180_FOLIO),
                             'ALTA DE CASO DE FRAUDE'
                        FROM MBDT180 F with (nolock)
                       WHERE F.T180_TIP_SUJETO = 'C'
                      UNION ALL
                      SELECT F.T180_ENT, F.T180_SUJETO,
                             CHAR(F.T180_STP_LASTMOD),
                             'FRA', CHAR(F.T180_FOLIO),
                             'CASO DE FRAUDE ' CONCAT F.T180_ESTADO
                             CONCAT ' ' CONCAT F.T180_DISPOSICION
                        FROM MBDT180 F with (nolock)
                       WHERE F.T180_TIP_SUJETO = 'C'
                         AND F.T180_STP_LASTMOD > F.T180_STP_ALTA
                      UNION ALL
                      SELECT :PR-TML-ENT, P.T403H_NUM_CTA,
                             CHAR(TIMESTAMP(P.T403H_FEC_DESDE,
                                            '00.00.00')),
                             'TEL', P.T403H_BDMID,
                             'TELEFONO LIGADO A LA CUENTA'
                        FROM MCDT403H P with (nolock)
                      UNION ALL
                      SELECT :PR-TML-ENT, P.T403H_NUM_CTA,
                             CHAR(TIMESTAMP(P.T403H_FEC_HASTA,
                                            '23.59.59')),
                             'TEL', P.T403H_BDMID,
                             'TELEFONO DESLIGADO DE LA CUENTA'
                        FROM MCDT403H P with (nolock)
                       WHERE P.T403H_FEC_HASTA IS NOT NULL) X
               WHERE X.ENT = :PR-TML-ENT
                 AND ((:VA-CUENTA <> ' ' AND
                       X.CUENTA = :VA-CUENTA) OR
                      (:VA-BDMID <> ' ' AND
                       X.CUENTA IN
                         (SELECT K.T036_CEN_REG CONCAT K.T036_ACC
                            FROM MBDT036 K with (nolock)
                           WHERE K.T036_ENT   = :PR-TML-ENT
                             AND K.T036_BDMID = :VA-BDMID
                          UNION
                          SELECT M.T403_NUM_CTA
                            FROM MCDT403 M with (nolock)
                           WHERE M.T403_BDMID = :VA-BDMID)))
                 AND SUBSTR(X.STP, 1, 10) BETWEEN :PR-TML-FECHA-INI
                                              AND :PR-TML-FECHA-FIN
                 AND (X.STP > :PR-TML-REP-STP OR
                      (X.STP = :PR-TML-REP-STP AND
                       (X.TIPO > :PR-TML-REP-TIPO OR
                        (X.TIPO = :PR-TML-REP-TIPO AND
                         X.REF > :PR-TML-REP-REF))))
               ORDER BY X.STP, X.TIPO, X.REF
           END-EXEC

           EXEC SQL
              OPEN C430EVT
           END-EXEC

           PERFORM UNTIL VA-88-FIN-EVT-SI
              EXEC SQL
                 FETCH C430EVT
                 INTO :VA-EVT-STP, :VA-EVT-TIPO, :VA-EVT-REF,
                      :VA-EVT-CUENTA, :VA-EVT-DESCRIPCION
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-EVT >= CA-MAX-EVT
                       MOVE 'S'            TO PR-TML-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-EVT
                    ELSE
                       PERFORM 2100-AGREGA-EVENTO
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-EVT
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-EVT
                    MOVE CA-99             TO PR-TML-COD-RETURN
                    MOVE 'ERROR SQL LINEA DE TIEMPO'
                                           TO PR-TML-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C430EVT
           END-EXEC

           IF PR-TML-NUM-EVENTOS EQUAL ZEROES AND
              PR-TML-COD-RETURN  EQUAL CA-00
              MOVE CA-10                   TO PR-TML-COD-RETURN
           END-IF.
      ******************************************************************
      *2100-AGREGA-EVENTO.                                             *
      *     EL EVENTO VA A LA PAGINA Y SU LLAVE QUEDA COMO REPOSICION. *
      *     EL TELEFONO SE TAPA CON LA POLITICA DE LA SALIDA 5         *
      *     (MASCARA-CTAPARTE-SALIDA5) SALVO VISTA SIN MASCARA.        *
      ******************************************************************
       2100-AGREGA-EVENTO.

           ADD 1                           TO VA-IX-EVT
           MOVE VA-EVT-STP                 TO PR-TML-REP-STP
           MOVE VA-EVT-TIPO                TO PR-TML-REP-TIPO
           MOVE VA-EVT-REF                 TO PR-TML-REP-REF

           IF VA-EVT-TIPO EQUAL CA-TIPO-TELEFONO AND
              NOT PR-TML-VERSIN-SI AND
              VA-EVT-REF NOT EQUAL SPACES
              MOVE '****'                  TO VA-EVT-REF(7:4)
           END-IF

           MOVE VA-EVT-STP      TO PR-TML-EVT-STP(VA-IX-EVT)
           MOVE VA-EVT-TIPO     TO PR-TML-EVT-TIPO(VA-IX-EVT)
           MOVE VA-EVT-REF      TO PR-TML-EVT-REF(VA-IX-EVT)
           MOVE VA-EVT-CUENTA   TO PR-TML-EVT-CUENTA(VA-IX-EVT)
           MOVE VA-EVT-DESCRIPCION
                                TO PR-TML-EVT-DESCRIPCION(VA-IX-EVT)
           MOVE VA-IX-EVT                  TO PR-TML-NUM-EVENTOS.
      ******************************************************************
      *3000-REGISTRA-AUDITORIA.                                        *
      *     BITACORA DE ACCESO MBDT144 COMO 21099 EN MB2C0009: SOLO LA *
      *     PRIMERA PAGINA (SIN REPOSICION DE ENTRADA), CON LA VISTA   *
      *     QUE REALMENTE SE ENTREGO Y LA MARCA DE DELEGADO. DE MEJOR  *
      *     ESFUERZO: NO DETIENE LA CONSULTA.                          *
      ******************************************************************
       3000-REGISTRA-AUDITORIA.

           IF PR-TML-VERSIN-SI
              MOVE 'S'                     TO VA-AUDIT-DESENMASC
           ELSE
              MOVE 'N'                     TO VA-AUDIT-DESENMASC
           END-IF

           IF VA-88-PRIMERA-PAGINA-SI
              EXEC SQL
                 INSERT INTO MBDT144
                        (T144_ENT_ORIGIN, T144_USERID,
                         T144_TERMINAL, T144_CHANN,
                         T144_PRKEY, T144_LLAVE,
                         T144_DESENMASC, T144_DELEGADO,
                         T144_STP_LASTMOD)
                 VALUES (:PR-TML-ENT, :PR-TML-USERID,
                         :PR-TML-TERMINAL, :PR-TML-CHANN,
                         :PR-TML-PRKEY, :VA-AUDIT-LLAVE,
                         :VA-AUDIT-DESENMASC, :VA-AUDIT-DELEGADO,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
