      ******************************************************************
      *  MB7C0570: FALLECIMIENTO DEL CLIENTE Y LIQUIDACION A SUS      *
      *            BENEFICIARIOS. HOY LA SUCURSAL BLOQUEA A MANO Y    *
      *            LOS BENEFICIARIOS ESPERAN MESES. CON EL AVISO      *
      *            ('N') SE REGISTRA LA DEFUNCION (MBDT238) Y EN UNA  *
      *            SOLA UNIDAD DE TRABAJO SE BLOQUEAN LAS CUENTAS     *
      *            DEL BDMID (T036_FLG_STAT 'D': LOS CANALES SOLO     *
      *            OPERAN 'A'); SUS TARJETAS Y TOKENS; SUS            *
      *            DISPOSITIVOS; SE CANCELAN REDONDEO Y APARTADO DE   *
      *            NOMINA Y SE APAGAN SUS NOTIFICACIONES. MB9B0209    *
      *            EMITE EL ESTADO DE CUENTA CERTIFICADO AL DIA DE LA *
      *            DEFUNCION CON FOLIO DE MB7C0145. CON EL            *
      *            CERTIFICADO SE SOLICITA LA LIQUIDACION POR CUENTA  *
      *            ('L'): SALDO MAS SOBRES Y ALCANCIA REPARTIDO POR   *
      *            PORCENTAJE ENTRE LOS BENEFICIARIOS DE MBDT237      *
      *            (MB7C0560); UN AUTORIZADOR DE MANO DISTINTA LA     *
      *            APRUEBA ('A') Y SE POSTEA EN BGDT071. MISMO        *
      *            PATRON MAKER-CHECKER QUE MB7C0550. SIN VERBOS      *
      *            CICS.                                              *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0570.
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
      *     @BAZ246    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-BEN                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-BEN-SI                    VALUE 'S'.
       01 VA-SW-FIN-META                   PIC X(01) VALUE 'N'.
           88 VA-88-FIN-META-SI                   VALUE 'S'.
      *
      * AVISO DE FALLECIMIENTO (MBDT238) Y CUENTA A LIQUIDAR (MBDT239).
       01 VA-FOLIO                         PIC S9(09) COMP-3.
       01 VA-NUM-CLTE                      PIC S9(09) COMP-3.
       01 VA-FEC-DEFUNCION                 PIC X(10).
       01 VA-CTA-EJE                       PIC X(14).
       01 VA-ESTADO                        PIC X(02).
       01 VA-USR-SOLICITA                  PIC X(08).
       01 VA-FOLIO-CERT                    PIC S9(07) COMP-3.
       01 VA-FEC-FUTURA                    PIC S9(04) COMP.
       01 VN-CUENTAS                       PIC S9(09) COMP.
       01 VN-REGISTROS                     PIC S9(09) COMP.
      *
      * HABER DE LA CUENTA Y SU REPARTO.
       01 VA-SALDO                         PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-METAS                     PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-TOTAL                     PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-ACUMULADO                 PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-PARTE                     PIC S9(13)V9(02) COMP-3.
       01 VA-PCT-TOTAL                     PIC S9(05)V9(02) COMP-3.
       01 VA-IX-BEN                        PIC S9(04) COMP.
      *
      * BENEFICIARIO O RENGLON DE PAGO EN TURNO (C570BEN / C570PAG).
       01 VA-BENEF.
           05 VA-BEN-SECUENCIA             PIC S9(04) COMP.
           05 VA-BEN-NOMBRE                PIC X(60).
           05 VA-BEN-PORCENTAJE            PIC S9(03)V9(02) COMP-3.
           05 VA-BEN-CEN-PAGO              PIC X(04).
           05 VA-BEN-ACC-PAGO              PIC X(10).
           05 VA-BEN-IMPORTE               PIC S9(13)V9(02) COMP-3.
      *
      * SOBRE/ALCANCIA EN TURNO DEL BARRIDO (CURSOR C570MET).
       01 VA-META.
           05 VA-MET-ID                    PIC S9(09) COMP-3.
           05 VA-MET-LOG-METAS             PIC X(10).
           05 VA-MET-SALDO                 PIC S9(13)V9(02) COMP-3.
      *
      * MOVIMIENTO A POSTEAR EN BGDT071 (5400-POSTEA-MOVIMIENTO).
       01 VA-MOVTO.
           05 VA-MOV-CEN-REG               PIC X(04).
           05 VA-MOV-ACC                   PIC X(10).
           05 VA-MOV-COD                   PIC X(03).
           05 VA-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 VA-MOV-OBSERVA               PIC X(40).
       01 VA-NUM-OPER                      PIC S9(09) COMP-3.
       01 VA-SALDO-PREVIO                  PIC S9(13)V9(02) COMP-3.
       01 VA-AUTBAL                        PIC S9(13)V9(02) COMP-3.
       01 VA-MOV-IMP-META                  PIC S9(13)V9(02) COMP-3.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-30                            PIC X(02) VALUE '30'.
       01 CA-99                            PIC X(02) VALUE '99'.
      * ESTADO DE LA CUENTA DEL FALLECIDO EN MBDT239.
       01 CA-BLOQUEADA                     PIC X(02) VALUE 'BL'.
       01 CA-PD                            PIC X(02) VALUE 'PD'.
       01 CA-LIQUIDADA                     PIC X(02) VALUE 'LQ'.
      * ESTADO DEL RENGLON DE PAGO EN MBDT240.
       01 CA-PAGADO                        PIC X(02) VALUE 'PG'.
       01 CA-RC                            PIC X(02) VALUE 'RC'.
       01 CA-SI                            PIC X(01) VALUE 'S'.
       01 CA-NO                            PIC X(01) VALUE 'N'.
       01 CA-FLG-FALLECIDO                 PIC X(01) VALUE 'D'.
       01 CA-CRD-FALLECIDO                 PIC X(01) VALUE 'F'.
       01 CA-TOK-SUSPENDIDO                PIC X(02) VALUE 'SU'.
       01 CA-DSP-BLOQUEADO                 PIC X(02) VALUE 'BL'.
       01 CA-EVT-CANCELADO                 PIC X(02) VALUE 'CA'.
       01 CA-MAX-BENEF                     PIC S9(04) COMP VALUE 10.
       01 CA-COD-METAS                     PIC X(03) VALUE 'DFM'.
       01 CA-COD-CARGO                     PIC X(03) VALUE 'DFC'.
       01 CA-COD-ABONO                     PIC X(03) VALUE 'DFA'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0570.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-DEF-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-DEF-NOTIFICA
                    PERFORM 2000-NOTIFICA-FALLECIMIENTO
                 WHEN PR-DEF-LIQUIDA
                    PERFORM 3000-SOLICITA-LIQUIDACION
                 WHEN PR-DEF-APRUEBA
                    PERFORM 4000-RESUELVE-LIQUIDACION
                 WHEN PR-DEF-RECHAZA
                    PERFORM 4000-RESUELVE-LIQUIDACION
                 WHEN PR-DEF-CONSULTA
                    PERFORM 6000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-DEF-COD-RETURN
                    MOVE 'ACCION NO RECONOCIDA'
                                           TO PR-DEF-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-DEF-COD-RETURN
           MOVE SPACES                     TO PR-DEF-DES-ERROR
                                              PR-DEF-ESTADO
           MOVE ZEROES                     TO PR-DEF-NUM-CUENTAS
                                              PR-DEF-NUM-TARJETAS
                                              PR-DEF-NUM-DISPOSITIVOS
                                              PR-DEF-FOLIO-CERT
                                              PR-DEF-IMP-SALDO
                                              PR-DEF-IMP-METAS
                                              PR-DEF-IMP-TOTAL
                                              PR-DEF-NUM-BENEF
           MOVE ZEROES                     TO VA-IX-BEN
                                              VA-SALDO
                                              VA-IMP-METAS
                                              VA-IMP-TOTAL
                                              VA-PCT-TOTAL

           IF PR-DEF-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND NOT PR-DEF-CONSULTA
              IF PR-DEF-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-DEF-DES-ERROR
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND PR-DEF-NOTIFICA
              MOVE ZEROES                  TO PR-DEF-FOLIO
              IF PR-DEF-BDMID         EQUAL SPACES OR LOW-VALUES OR
                 PR-DEF-FEC-DEFUNCION EQUAL SPACES OR LOW-VALUES OR
                 PR-DEF-ACTA          EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-DEF-COD-RETURN
                 MOVE 'BDMID; FECHA Y ACTA DE DEFUNCION REQUERIDOS'
                                           TO PR-DEF-DES-ERROR
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND NOT PR-DEF-NOTIFICA
              IF PR-DEF-FOLIO NOT NUMERIC OR
                 PR-DEF-FOLIO EQUAL ZEROES
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'FOLIO DE FALLECIMIENTO REQUERIDO'
                                           TO PR-DEF-DES-ERROR
              ELSE
                 MOVE PR-DEF-FOLIO         TO VA-FOLIO
              END-IF
              IF PR-DEF-CEN-REG EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-DEF-CEN-REG
              END-IF
              IF PR-DEF-ACC EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-DEF-ACC
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              (PR-DEF-LIQUIDA OR PR-DEF-APRUEBA OR PR-DEF-RECHAZA)
              IF PR-DEF-CEN-REG EQUAL SPACES OR
                 PR-DEF-ACC     EQUAL SPACES
                 MOVE CA-20                TO PR-DEF-COD-RETURN
                 MOVE 'CUENTA NO INFORMADA'
                                           TO PR-DEF-DES-ERROR
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              MOVE SPACES                  TO VA-CTA-EJE
              STRING PR-DEF-CEN-REG        DELIMITED BY SIZE
                     PR-DEF-ACC            DELIMITED BY SIZE
                INTO VA-CTA-EJE
              END-STRING
           END-IF.
      ******************************************************************
      *2000-NOTIFICA-FALLECIMIENTO: EL BDMID DEBE TENER CUENTAS        *
      *     ACTIVAS Y NO ESTAR YA REGISTRADO. TODO EL BLOQUEO VA EN LA *
      *     MISMA UNIDAD DE TRABAJO QUE EL REGISTRO.                   *
      ******************************************************************
       2000-NOTIFICA-FALLECIMIENTO.

           PERFORM 2005-VALIDA-FECHA

           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2010-LEE-CLIENTE
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2100-REGISTRA-AVISO
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2200-BLOQUEA-CUENTAS
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2300-BLOQUEA-TARJETAS
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2400-BLOQUEA-DISPOSITIVOS
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2500-CANCELA-REGLAS
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 2600-CANCELA-NOTIFICACIONES
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              MOVE VA-FOLIO                TO PR-DEF-FOLIO
              MOVE CA-BLOQUEADA            TO PR-DEF-ESTADO
           END-IF.
      ******************************************************************
      *2005-VALIDA-FECHA: FECHA ISO VALIDA Y NO FUTURA.                *
      ******************************************************************
       2005-VALIDA-FECHA.

           MOVE ZEROES                     TO VA-FEC-FUTURA

           EXEC SQL
              SELECT CASE WHEN DATE(:PR-DEF-FEC-DEFUNCION) >
                               CURRENT DATE
                          THEN 1 ELSE 0 END
                INTO :VA-FEC-FUTURA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK OR VA-FEC-FUTURA > ZEROES
              MOVE CA-20                   TO PR-DEF-COD-RETURN
              MOVE 'FECHA DE DEFUNCION INVALIDA'
                                           TO PR-DEF-DES-ERROR
           ELSE
              MOVE PR-DEF-FEC-DEFUNCION    TO VA-FEC-DEFUNCION
           END-IF.
      ******************************************************************
      *2010-LEE-CLIENTE: CUENTAS ACTIVAS DEL BDMID Y SU NUMERO DE      *
      *     CLIENTE; UN SEGUNDO AVISO DEL MISMO BDMID SE RECHAZA.      *
      ******************************************************************
       2010-LEE-CLIENTE.

           MOVE ZEROES                     TO VN-CUENTAS
                                              VA-NUM-CLTE

           EXEC SQL
              SELECT COUNT(*), COALESCE(MAX(T036_NUM_CLTE), 0)
                INTO :VN-CUENTAS, :VA-NUM-CLTE
                FROM MBDT036 with (nolock)
               WHERE T036_ENT      = :PR-DEF-ENT
                 AND T036_BDMID    = :PR-DEF-BDMID
                 AND T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VN-CUENTAS EQUAL ZEROES
                 MOVE CA-10                TO PR-DEF-COD-RETURN
                 MOVE 'BDMID SIN CUENTAS ACTIVAS'
                                           TO PR-DEF-DES-ERROR
              END-IF
           ELSE
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT036'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              MOVE ZEROES                  TO VN-REGISTROS
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-REGISTROS
                   FROM MBDT238 with (nolock)
                  WHERE T238_ENT   = :PR-DEF-ENT
                    AND T238_BDMID = :PR-DEF-BDMID
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT238'  TO PR-DEF-DES-ERROR
              ELSE
                 IF VN-REGISTROS > ZEROES
                    MOVE CA-20             TO PR-DEF-COD-RETURN
                    MOVE 'FALLECIMIENTO YA REGISTRADO'
                                           TO PR-DEF-DES-ERROR
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      *2100-REGISTRA-AVISO.                                            *
      ******************************************************************
       2100-REGISTRA-AVISO.

           EXEC SQL
              SELECT COALESCE(MAX(T238_FOLIO), 0) + 1
                INTO :VA-FOLIO
                FROM MBDT238 with (nolock)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT238'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT238
                        (T238_FOLIO, T238_ENT, T238_BDMID,
                         T238_NUM_CLTE, T238_FEC_DEFUNCION,
                         T238_ACTA, T238_NUM_CUENTAS,
                         T238_USR_NOTIFICA, T238_STP_NOTIFICA)
                 VALUES (:VA-FOLIO, :PR-DEF-ENT, :PR-DEF-BDMID,
                         :VA-NUM-CLTE, DATE(:VA-FEC-DEFUNCION),
                         :PR-DEF-ACTA, :VN-CUENTAS,
                         :PR-DEF-USUARIO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT238'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2200-BLOQUEA-CUENTAS: CADA CUENTA ACTIVA DEL BDMID QUEDA EN     *
      *     MBDT239 ('BL'; SIN CERTIFICADO) Y PASA A 'D' EN MBDT036.   *
      *     NINGUN CANAL NI MANTENIMIENTO OPERA UNA CUENTA QUE NO ESTE *
      *     'A'; LA CONSULTA Y EL ESTADO DE CUENTA SI LA VEN.          *
      ******************************************************************
       2200-BLOQUEA-CUENTAS.

           EXEC SQL
              INSERT INTO MBDT239
                     (T239_FOLIO, T239_ENT, T239_CEN_REG, T239_ACC,
                      T239_ESTADO, T239_FOLIO_CERT, T239_STP_CERT,
                      T239_IMP_SALDO, T239_IMP_METAS,
                      T239_USR_SOLICITA, T239_USR_APRUEBA,
                      T239_STP_SOLICITA, T239_STP_RESUELVE)
              SELECT DISTINCT :VA-FOLIO, T036_ENT, T036_CEN_REG,
                     T036_ACC, :CA-BLOQUEADA, 0, NULL, 0, 0,
                     ' ', ' ', NULL, NULL
                FROM MBDT036
               WHERE T036_ENT      = :PR-DEF-ENT
                 AND T036_BDMID    = :PR-DEF-BDMID
                 AND T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT239'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT036
                    SET T036_FLG_STAT = :CA-FLG-FALLECIDO
                  WHERE T036_ENT      = :PR-DEF-ENT
                    AND T036_BDMID    = :PR-DEF-BDMID
                    AND T036_FLG_STAT = 'A'
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VN-CUENTAS           TO PR-DEF-NUM-CUENTAS
              ELSE
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT036'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2300-BLOQUEA-TARJETAS: LAS TARJETAS VIGENTES DE LOS CONTRATOS   *
      *     DE LAS CUENTAS (MCDT028 -> MCDT114) QUEDAN CON CLAVE DE    *
      *     BAJA 'F' Y SUS TOKENS ACTIVOS SUSPENDIDOS (MCDT804 'SU';   *
      *     LA MISMA SUSPENSION DE MB7C0360). LA CUENTA SE PARTE COMO  *
      *     EN MB2C0009: TIPO = ACC(1:2); NUMERO = ACC(3:8).           *
      ******************************************************************
       2300-BLOQUEA-TARJETAS.

           MOVE ZEROES                     TO VN-REGISTROS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-REGISTROS
                FROM MCDT114 C, MCDT028 K, MBDT239 D
               WHERE D.T239_FOLIO      = :VA-FOLIO
                 AND K.T028_ENT_ACC    = D.T239_ENT
                 AND K.T028_BRN_ACC    = D.T239_CEN_REG
                 AND K.T028_TYP_ACC    = SUBSTR(D.T239_ACC, 1, 2)
                 AND K.T028_ACC        = SUBSTR(D.T239_ACC, 3, 8)
                 AND K.T028_DAT_CONANN IS NULL
                 AND K.T028_DAT_CONCAN IS NULL
                 AND C.T114_ENT_CON    = K.T028_ENT_CON
                 AND C.T114_BRN_CON    = K.T028_BRN_CON
                 AND C.T114_TYP_CON    = K.T028_TYP_CON
                 AND C.T114_NUM_CON    = K.T028_NUM_CON
                 AND C.T114_COD_CRDWHD = ' '
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MCDT114'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MCDT804
                    SET T804_ESTADO      = :CA-TOK-SUSPENDIDO,
                        T804_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T804_ESTADO = 'AC'
                    AND EXISTS
                        (SELECT 1
                           FROM MCDT114 C, MCDT028 K, MBDT239 D
                          WHERE D.T239_FOLIO      = :VA-FOLIO
                            AND K.T028_ENT_ACC    = D.T239_ENT
                            AND K.T028_BRN_ACC    = D.T239_CEN_REG
                            AND K.T028_TYP_ACC    =
                                SUBSTR(D.T239_ACC, 1, 2)
                            AND K.T028_ACC        =
                                SUBSTR(D.T239_ACC, 3, 8)
                            AND K.T028_DAT_CONANN IS NULL
                            AND K.T028_DAT_CONCAN IS NULL
                            AND C.T114_ENT_CON    = K.T028_ENT_CON
                            AND C.T114_BRN_CON    = K.T028_BRN_CON
                            AND C.T114_TYP_CON    = K.T028_TYP_CON
                            AND C.T114_NUM_CON    = K.T028_NUM_CON
                            AND C.T114_NUM_BINCRD =
                                MCDT804.T804_NUM_BIN_CRD
                            AND C.T114_NUM_CRD    =
                                MCDT804.T804_NUM_CARD)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MCDT804'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND VN-REGISTROS > ZEROES
              EXEC SQL
                 UPDATE MCDT114
                    SET T114_COD_CRDWHD = :CA-CRD-FALLECIDO
                  WHERE T114_COD_CRDWHD = ' '
                    AND EXISTS
                        (SELECT 1
                           FROM MCDT028 K, MBDT239 D
                          WHERE D.T239_FOLIO      = :VA-FOLIO
                            AND K.T028_ENT_ACC    = D.T239_ENT
                            AND K.T028_BRN_ACC    = D.T239_CEN_REG
                            AND K.T028_TYP_ACC    =
                                SUBSTR(D.T239_ACC, 1, 2)
                            AND K.T028_ACC        =
                                SUBSTR(D.T239_ACC, 3, 8)
                            AND K.T028_DAT_CONANN IS NULL
                            AND K.T028_DAT_CONCAN IS NULL
                            AND K.T028_ENT_CON    =
                                MCDT114.T114_ENT_CON
                            AND K.T028_BRN_CON    =
                                MCDT114.T114_BRN_CON
                            AND K.T028_TYP_CON    =
                                MCDT114.T114_TYP_CON
                            AND K.T028_NUM_CON    =
                                MCDT114.T114_NUM_CON)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VN-REGISTROS         TO PR-DEF-NUM-TARJETAS
              ELSE
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MCDT114'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2400-BLOQUEA-DISPOSITIVOS: EL MISMO BLOQUEO 'BL' DE MB7C0440    *
      *     PARA TODOS LOS DISPOSITIVOS ACTIVOS DEL BDMID.             *
      ******************************************************************
       2400-BLOQUEA-DISPOSITIVOS.

           MOVE ZEROES                     TO VN-REGISTROS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-REGISTROS
                FROM MBDT215 with (nolock)
               WHERE T215_ENT    = :PR-DEF-ENT
                 AND T215_BDMID  = :PR-DEF-BDMID
                 AND T215_ESTADO = 'AC'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT215'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND VN-REGISTROS > ZEROES
              EXEC SQL
                 UPDATE MBDT215
                    SET T215_ESTADO       = :CA-DSP-BLOQUEADO,
                        T215_USER_LASTMOD = :PR-DEF-USUARIO,
                        T215_STP_LASTMOD  = CURRENT TIMESTAMP
                  WHERE T215_ENT    = :PR-DEF-ENT
                    AND T215_BDMID  = :PR-DEF-BDMID
                    AND T215_ESTADO = 'AC'
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VN-REGISTROS         TO PR-DEF-NUM-DISPOSITIVOS
              ELSE
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT215'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2500-CANCELA-REGLAS: REDONDEO (MBDT187; LA BAJA DE MB7C0250) Y  *
      *     APARTADO DE NOMINA (MBDT220; LA BAJA DE MB7C0470) DEL      *
      *     CLIENTE EN TODAS SUS CUENTAS EJE.                          *
      ******************************************************************
       2500-CANCELA-REGLAS.

           EXEC SQL
              UPDATE MBDT187
                 SET T187_ESTADO      = 'I',
                     T187_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T187_ENT         = :PR-DEF-ENT
                 AND T187_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T187_ESTADO      = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT187'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT220
                    SET T220_ESTADO      = 'I',
                        T220_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T220_ENT         = :PR-DEF-ENT
                    AND T220_NUM_CLIENTE = :VA-NUM-CLTE
                    AND T220_ESTADO      = 'A'
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT220'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2600-CANCELA-NOTIFICACIONES: SE BORRAN LAS PREFERENCIAS DE LAS  *
      *     CUENTAS (MBDT179) Y LO QUE QUEDABA POR SALIR DEL OUTBOX    *
      *     (MBDT165 'PE'/'RE'/'DI') QUEDA 'CA'. LO QUE SE EMITA       *
      *     DESPUES LO DESCARTA MB7C0150 AL VER LA CUENTA EN MBDT239.  *
      ******************************************************************
       2600-CANCELA-NOTIFICACIONES.

           EXEC SQL
              DELETE FROM MBDT179
               WHERE T179_ENT = :PR-DEF-ENT
                 AND T179_CUENTA IN
                     (SELECT D.T239_CEN_REG CONCAT D.T239_ACC
                        FROM MBDT239 D
                       WHERE D.T239_FOLIO = :VA-FOLIO)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT179'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT165
                    SET T165_ESTADO      = :CA-EVT-CANCELADO,
                        T165_STP_INTENTO = CURRENT TIMESTAMP
                  WHERE T165_ENT    = :PR-DEF-ENT
                    AND T165_ESTADO IN ('PE', 'RE', 'DI')
                    AND T165_CUENTA IN
                        (SELECT D.T239_CEN_REG CONCAT D.T239_ACC
                           FROM MBDT239 D
                          WHERE D.T239_FOLIO = :VA-FOLIO)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT165'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3000-SOLICITA-LIQUIDACION: LA CUENTA DEBE ESTAR BLOQUEADA Y CON *
      *     SU ESTADO DE CUENTA CERTIFICADO EMITIDO; EL HABER (SALDO + *
      *     METAS) SE REPARTE ENTRE LOS BENEFICIARIOS ACTIVOS.         *
      ******************************************************************
       3000-SOLICITA-LIQUIDACION.

           PERFORM 3010-LEE-CUENTA-FALLECIDO

           IF PR-DEF-COD-RETURN EQUAL CA-00
              IF VA-ESTADO NOT EQUAL CA-BLOQUEADA
                 MOVE CA-20                TO PR-DEF-COD-RETURN
                 MOVE 'LA CUENTA YA TIENE LIQUIDACION'
                                           TO PR-DEF-DES-ERROR
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              VA-FOLIO-CERT EQUAL ZEROES
              MOVE CA-20                   TO PR-DEF-COD-RETURN
              MOVE 'FALTA EL ESTADO DE CUENTA CERTIFICADO'
                                           TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 3100-CALCULA-HABER
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 3200-LEE-BENEFICIARIOS
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 3300-REPARTE-HABER
           END-IF
           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 3400-REGISTRA-LIQUIDACION
           END-IF.
      ******************************************************************
      *3010-LEE-CUENTA-FALLECIDO.                                      *
      ******************************************************************
       3010-LEE-CUENTA-FALLECIDO.

           EXEC SQL
              SELECT D.T239_ESTADO, D.T239_FOLIO_CERT,
                     D.T239_USR_SOLICITA, A.T238_NUM_CLTE,
                     CHAR(A.T238_FEC_DEFUNCION)
                INTO :VA-ESTADO, :VA-FOLIO-CERT,
                     :VA-USR-SOLICITA, :VA-NUM-CLTE,
                     :VA-FEC-DEFUNCION
                FROM MBDT239 D, MBDT238 A
               WHERE D.T239_FOLIO   = :VA-FOLIO
                 AND D.T239_ENT     = :PR-DEF-ENT
                 AND D.T239_CEN_REG = :PR-DEF-CEN-REG
                 AND D.T239_ACC     = :PR-DEF-ACC
                 AND A.T238_FOLIO   = D.T239_FOLIO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-ESTADO            TO PR-DEF-ESTADO
                 MOVE VA-FOLIO-CERT        TO PR-DEF-FOLIO-CERT
                 MOVE VA-FEC-DEFUNCION     TO PR-DEF-FEC-DEFUNCION
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-DEF-COD-RETURN
                 MOVE 'CUENTA NO REGISTRADA EN EL AVISO'
                                           TO PR-DEF-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT239'  TO PR-DEF-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3100-CALCULA-HABER: SALDO CONTABLE (ULTIMO T071_AUTBAL) MAS LOS *
      *     SOBRES Y ALCANCIA DEL CLIENTE SOBRE ESTA CUENTA EJE.       *
      ******************************************************************
       3100-CALCULA-HABER.

           PERFORM 3110-LEE-SALDO

           IF PR-DEF-COD-RETURN EQUAL CA-00
              MOVE ZEROES                  TO VA-IMP-METAS
              EXEC SQL
                 SELECT COALESCE(SUM(T039_SALDO), 0)
                   INTO :VA-IMP-METAS
                   FROM MAZP.MBDT039 with (nolock)
                  WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                    AND T039_CTA_EJE     = :VA-CTA-EJE
                    AND T039_SALDO > 0
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT039'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              COMPUTE VA-IMP-TOTAL = VA-SALDO + VA-IMP-METAS
              MOVE VA-SALDO                TO PR-DEF-IMP-SALDO
              MOVE VA-IMP-METAS            TO PR-DEF-IMP-METAS
              IF VA-IMP-TOTAL NOT > ZEROES
                 MOVE CA-20                TO PR-DEF-COD-RETURN
                 MOVE 'LA CUENTA NO TIENE HABER A LIQUIDAR'
                                           TO PR-DEF-DES-ERROR
              ELSE
                 MOVE VA-IMP-TOTAL         TO PR-DEF-IMP-TOTAL
              END-IF
           END-IF.
      ******************************************************************
      *3110-LEE-SALDO.                                                 *
      ******************************************************************
       3110-LEE-SALDO.

           MOVE ZEROES                     TO VA-SALDO

           EXEC SQL
              SELECT COALESCE(
                     (SELECT TOP 1 U.T071_AUTBAL
                        FROM BGDT071 U with (nolock)
                       WHERE U.T071_ENT     = :PR-DEF-ENT
                         AND U.T071_CEN_REG = :PR-DEF-CEN-REG
                         AND U.T071_ACC     = :PR-DEF-ACC
                       ORDER BY U.T071_DAT_OPERATION DESC,
                                U.T071_NUM_OPERATION DESC), 0)
                INTO :VA-SALDO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL BGDT071'     TO PR-DEF-DES-ERROR
           END-IF.
      ******************************************************************
      *3200-LEE-BENEFICIARIOS: LA DESIGNACION ACTIVA DE LA CUENTA      *
      *     (CONGELADA DESDE EL AVISO). SIN BENEFICIARIOS NO HAY       *
      *     LIQUIDACION: EL HABER SIGUE LA VIA SUCESORIA.              *
      ******************************************************************
       3200-LEE-BENEFICIARIOS.

           MOVE 'N'                        TO VA-SW-FIN-BEN
           MOVE ZEROES                     TO VA-IX-BEN
                                              VA-PCT-TOTAL
                                              PR-DEF-NUM-BENEF

           EXEC SQL
              DECLARE C570BEN CURSOR FOR
              SELECT T237_SECUENCIA, T237_NOMBRE, T237_PORCENTAJE,
                     T237_CEN_PAGO, T237_ACC_PAGO
                FROM MBDT237 with (nolock)
               WHERE T237_ENT     = :PR-DEF-ENT
                 AND T237_CEN_REG = :PR-DEF-CEN-REG
                 AND T237_ACC     = :PR-DEF-ACC
                 AND T237_ESTADO  = 'A'
               ORDER BY T237_SECUENCIA
           END-EXEC

           EXEC SQL
              OPEN C570BEN
           END-EXEC

           PERFORM UNTIL VA-88-FIN-BEN-SI
              EXEC SQL
                 FETCH C570BEN
                 INTO :VA-BEN-SECUENCIA, :VA-BEN-NOMBRE,
                      :VA-BEN-PORCENTAJE, :VA-BEN-CEN-PAGO,
                      :VA-BEN-ACC-PAGO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-BEN < CA-MAX-BENEF
                       MOVE ZEROES         TO VA-BEN-IMPORTE
                       PERFORM 3210-AGREGA-PAGO
                    ELSE
                       MOVE 'S'            TO VA-SW-FIN-BEN
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-BEN
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-BEN
                    MOVE CA-99             TO PR-DEF-COD-RETURN
                    MOVE 'ERROR SQL MBDT237'
                                           TO PR-DEF-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C570BEN
           END-EXEC

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              (PR-DEF-NUM-BENEF EQUAL ZEROES OR
               VA-PCT-TOTAL NOT > ZEROES)
              MOVE CA-20                   TO PR-DEF-COD-RETURN
              MOVE 'CUENTA SIN BENEFICIARIOS DESIGNADOS'
                                           TO PR-DEF-DES-ERROR
           END-IF.
      ******************************************************************
      *3210-AGREGA-PAGO.                                               *
      ******************************************************************
       3210-AGREGA-PAGO.

           ADD 1                           TO VA-IX-BEN
           MOVE VA-IX-BEN                  TO PR-DEF-NUM-BENEF
           MOVE VA-BEN-SECUENCIA     TO PR-DEF-PAG-SECUENCIA(VA-IX-BEN)
           MOVE VA-BEN-NOMBRE        TO PR-DEF-PAG-NOMBRE(VA-IX-BEN)
           MOVE VA-BEN-PORCENTAJE   TO PR-DEF-PAG-PORCENTAJE(VA-IX-BEN)
           MOVE VA-BEN-CEN-PAGO      TO PR-DEF-PAG-CEN-PAGO(VA-IX-BEN)
           MOVE VA-BEN-ACC-PAGO      TO PR-DEF-PAG-ACC-PAGO(VA-IX-BEN)
           MOVE VA-BEN-IMPORTE       TO PR-DEF-PAG-IMPORTE(VA-IX-BEN)
           ADD VA-BEN-PORCENTAJE           TO VA-PCT-TOTAL.
      ******************************************************************
      *3300-REPARTE-HABER: CADA BENEFICIARIO RECIBE SU PORCENTAJE      *
      *     SOBRE LA SUMA DE LOS PORCENTAJES DESIGNADOS (SI LA         *
      *     DESIGNACION NO LLEGA A 100 EL HABER SE REPARTE COMPLETO EN *
      *     LA MISMA PROPORCION); EL ULTIMO ABSORBE EL REDONDEO.       *
      ******************************************************************
       3300-REPARTE-HABER.

           MOVE ZEROES                     TO VA-IMP-ACUMULADO

           PERFORM 3310-CALCULA-PARTE
              VARYING VA-IX-BEN FROM 1 BY 1
                UNTIL VA-IX-BEN > PR-DEF-NUM-BENEF.
      ******************************************************************
      *3310-CALCULA-PARTE.                                             *
      ******************************************************************
       3310-CALCULA-PARTE.

           IF VA-IX-BEN EQUAL PR-DEF-NUM-BENEF
              COMPUTE VA-IMP-PARTE = VA-IMP-TOTAL - VA-IMP-ACUMULADO
           ELSE
              COMPUTE VA-IMP-PARTE ROUNDED =
                      VA-IMP-TOTAL *
                      PR-DEF-PAG-PORCENTAJE(VA-IX-BEN) / VA-PCT-TOTAL
           END-IF

           ADD VA-IMP-PARTE                TO VA-IMP-ACUMULADO
           MOVE VA-IMP-PARTE         TO PR-DEF-PAG-IMPORTE(VA-IX-BEN).
      ******************************************************************
      *3400-REGISTRA-LIQUIDACION: LOS RENGLONES DE UNA LIQUIDACION     *
      *     RECHAZADA ANTES SE REEMPLAZAN; LA CUENTA QUEDA 'PD'.       *
      ******************************************************************
       3400-REGISTRA-LIQUIDACION.

           EXEC SQL
              DELETE FROM MBDT240
               WHERE T240_FOLIO   = :VA-FOLIO
                 AND T240_CEN_REG = :PR-DEF-CEN-REG
                 AND T240_ACC     = :PR-DEF-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT240'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 3410-INSERTA-PAGO
                 VARYING VA-IX-BEN FROM 1 BY 1
                   UNTIL VA-IX-BEN > PR-DEF-NUM-BENEF OR
                         PR-DEF-COD-RETURN NOT EQUAL CA-00
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT239
                    SET T239_ESTADO       = :CA-PD,
                        T239_IMP_SALDO    = :VA-SALDO,
                        T239_IMP_METAS    = :VA-IMP-METAS,
                        T239_USR_SOLICITA = :PR-DEF-USUARIO,
                        T239_STP_SOLICITA = CURRENT TIMESTAMP,
                        T239_USR_APRUEBA  = ' ',
                        T239_STP_RESUELVE = NULL
                  WHERE T239_FOLIO   = :VA-FOLIO
                    AND T239_ENT     = :PR-DEF-ENT
                    AND T239_CEN_REG = :PR-DEF-CEN-REG
                    AND T239_ACC     = :PR-DEF-ACC
                    AND T239_ESTADO  = :CA-BLOQUEADA
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE CA-PD                TO PR-DEF-ESTADO
              ELSE
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT239'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3410-INSERTA-PAGO.                                              *
      ******************************************************************
       3410-INSERTA-PAGO.

           MOVE PR-DEF-PAG-SECUENCIA(VA-IX-BEN)  TO VA-BEN-SECUENCIA
           MOVE PR-DEF-PAG-NOMBRE(VA-IX-BEN)     TO VA-BEN-NOMBRE
           MOVE PR-DEF-PAG-PORCENTAJE(VA-IX-BEN) TO VA-BEN-PORCENTAJE
           MOVE PR-DEF-PAG-CEN-PAGO(VA-IX-BEN)   TO VA-BEN-CEN-PAGO
           MOVE PR-DEF-PAG-ACC-PAGO(VA-IX-BEN)   TO VA-BEN-ACC-PAGO
           MOVE PR-DEF-PAG-IMPORTE(VA-IX-BEN)    TO VA-BEN-IMPORTE

           EXEC SQL
              INSERT INTO MBDT240
                     (T240_FOLIO, T240_CEN_REG, T240_ACC,
                      T240_SECUENCIA, T240_NOMBRE,
                      T240_PORCENTAJE, T240_CEN_PAGO,
                      T240_ACC_PAGO, T240_IMPORTE, T240_ESTADO)
              VALUES (:VA-FOLIO, :PR-DEF-CEN-REG, :PR-DEF-ACC,
                      :VA-BEN-SECUENCIA, :VA-BEN-NOMBRE,
                      :VA-BEN-PORCENTAJE, :VA-BEN-CEN-PAGO,
                      :VA-BEN-ACC-PAGO, :VA-BEN-IMPORTE, :CA-PD)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT240'     TO PR-DEF-DES-ERROR
           END-IF.
      ******************************************************************
      *4000-RESUELVE-LIQUIDACION: EL AUTORIZADOR DEBE SER MANO         *
      *     DISTINTA DEL CAPTURISTA. AL APROBAR SE BARREN LAS METAS Y  *
      *     SE REPARTE EL SALDO DEL MOMENTO CON LOS PORCENTAJES QUE    *
      *     QUEDARON EN LA SOLICITUD.                                  *
      ******************************************************************
       4000-RESUELVE-LIQUIDACION.

           PERFORM 3010-LEE-CUENTA-FALLECIDO

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              VA-ESTADO NOT EQUAL CA-PD
              MOVE CA-10                   TO PR-DEF-COD-RETURN
              MOVE 'LIQUIDACION PENDIENTE NO ENCONTRADA'
                                           TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND PR-DEF-APRUEBA AND
              VA-USR-SOLICITA EQUAL PR-DEF-USUARIO
              MOVE CA-30                   TO PR-DEF-COD-RETURN
              MOVE 'EL AUTORIZADOR DEBE SER MANO DISTINTA'
                                           TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              IF PR-DEF-APRUEBA
                 PERFORM 4100-LEE-PAGOS
                 IF PR-DEF-COD-RETURN EQUAL CA-00
                    PERFORM 5000-EJECUTA-LIQUIDACION
                 END-IF
                 IF PR-DEF-COD-RETURN EQUAL CA-00
                    MOVE CA-LIQUIDADA      TO VA-ESTADO
                    PERFORM 4900-MARCA-LIQUIDACION
                 END-IF
              ELSE
                 MOVE CA-BLOQUEADA         TO VA-ESTADO
                 PERFORM 4900-MARCA-LIQUIDACION
              END-IF
           END-IF.
      ******************************************************************
      *4100-LEE-PAGOS: LOS RENGLONES DE LA SOLICITUD (MBDT240).        *
      ******************************************************************
       4100-LEE-PAGOS.

           MOVE 'N'                        TO VA-SW-FIN-BEN
           MOVE ZEROES                     TO VA-IX-BEN
                                              VA-PCT-TOTAL
                                              PR-DEF-NUM-BENEF

           EXEC SQL
              DECLARE C570PAG CURSOR FOR
              SELECT T240_SECUENCIA, T240_NOMBRE, T240_PORCENTAJE,
                     T240_CEN_PAGO, T240_ACC_PAGO, T240_IMPORTE
                FROM MBDT240 with (nolock)
               WHERE T240_FOLIO   = :VA-FOLIO
                 AND T240_CEN_REG = :PR-DEF-CEN-REG
                 AND T240_ACC     = :PR-DEF-ACC
               ORDER BY T240_SECUENCIA
           END-EXEC

           EXEC SQL
              OPEN C570PAG
           END-EXEC

           PERFORM UNTIL VA-88-FIN-BEN-SI
              EXEC SQL
                 FETCH C570PAG
                 INTO :VA-BEN-SECUENCIA, :VA-BEN-NOMBRE,
                      :VA-BEN-PORCENTAJE, :VA-BEN-CEN-PAGO,
                      :VA-BEN-ACC-PAGO, :VA-BEN-IMPORTE
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-BEN < CA-MAX-BENEF
                       PERFORM 3210-AGREGA-PAGO
                    ELSE
                       MOVE 'S'            TO VA-SW-FIN-BEN
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-BEN
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-BEN
                    MOVE CA-99             TO PR-DEF-COD-RETURN
                    MOVE 'ERROR SQL MBDT240'
                                           TO PR-DEF-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C570PAG
           END-EXEC

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              PR-DEF-NUM-BENEF EQUAL ZEROES
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'LIQUIDACION SIN RENGLONES DE PAGO'
                                           TO PR-DEF-DES-ERROR
           END-IF.
      ******************************************************************
      *4900-MARCA-LIQUIDACION: 'LQ' APLICADA (RENGLONES 'PG') O 'BL'   *
      *     RECHAZADA (RENGLONES 'RC'; SE PUEDE VOLVER A SOLICITAR).   *
      ******************************************************************
       4900-MARCA-LIQUIDACION.

           EXEC SQL
              UPDATE MBDT239
                 SET T239_ESTADO       = :VA-ESTADO,
                     T239_USR_APRUEBA  = :PR-DEF-USUARIO,
                     T239_STP_RESUELVE = CURRENT TIMESTAMP,
                     T239_IMP_SALDO    =
                         CASE WHEN :VA-ESTADO = 'LQ'
                              THEN :VA-SALDO
                              ELSE T239_IMP_SALDO END,
                     T239_IMP_METAS    =
                         CASE WHEN :VA-ESTADO = 'LQ'
                              THEN :VA-IMP-METAS
                              ELSE T239_IMP_METAS END
               WHERE T239_FOLIO   = :VA-FOLIO
                 AND T239_ENT     = :PR-DEF-ENT
                 AND T239_CEN_REG = :PR-DEF-CEN-REG
                 AND T239_ACC     = :PR-DEF-ACC
                 AND T239_ESTADO  = :CA-PD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT239'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT240
                    SET T240_ESTADO =
                        CASE WHEN :VA-ESTADO = 'LQ'
                             THEN :CA-PAGADO
                             ELSE :CA-RC END
                  WHERE T240_FOLIO   = :VA-FOLIO
                    AND T240_CEN_REG = :PR-DEF-CEN-REG
                    AND T240_ACC     = :PR-DEF-ACC
                    AND T240_ESTADO  = :CA-PD
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-ESTADO            TO PR-DEF-ESTADO
              ELSE
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT240'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *5000-EJECUTA-LIQUIDACION: METAS A LA CUENTA; EL SALDO YA CON    *
      *     LAS METAS SE REPARTE; UN CARGO A LA CUENTA Y UN ABONO A    *
      *     CADA BENEFICIARIO.                                         *
      ******************************************************************
       5000-EJECUTA-LIQUIDACION.

           MOVE ZEROES                     TO VA-IMP-METAS

           PERFORM 5100-BARRE-METAS

           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 3110-LEE-SALDO
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              MOVE VA-SALDO                TO VA-IMP-TOTAL
              COMPUTE VA-SALDO = VA-IMP-TOTAL - VA-IMP-METAS
              MOVE VA-SALDO                TO PR-DEF-IMP-SALDO
              MOVE VA-IMP-METAS            TO PR-DEF-IMP-METAS
              IF VA-IMP-TOTAL NOT > ZEROES
                 MOVE CA-20                TO PR-DEF-COD-RETURN
                 MOVE 'LA CUENTA NO TIENE HABER A LIQUIDAR'
                                           TO PR-DEF-DES-ERROR
              ELSE
                 MOVE VA-IMP-TOTAL         TO PR-DEF-IMP-TOTAL
                 PERFORM 3300-REPARTE-HABER
              END-IF
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 5300-PAGA-BENEFICIARIOS
           END-IF.
      ******************************************************************
      *5100-BARRE-METAS: CADA SOBRE/ALCANCIA CON SALDO QUEDA EN CERO Y *
      *     CERRADO CON SU RASTRO EN MBDT039H; LO VACIADO REGRESA A LA *
      *     CUENTA CON UN SOLO ABONO 'DFM' (COMO EL 'CIM' DE MB7C0550).*
      ******************************************************************
       5100-BARRE-METAS.

           MOVE CA-NO                      TO VA-SW-FIN-META

           EXEC SQL
              DECLARE C570MET CURSOR FOR
              SELECT T039_ID_CTA_META, T039_LOG_METAS, T039_SALDO
                FROM MAZP.MBDT039
               WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T039_CTA_EJE     = :VA-CTA-EJE
                 AND T039_SALDO > 0
               ORDER BY T039_ID_CTA_META
           END-EXEC

           EXEC SQL
              OPEN C570MET
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT039'     TO PR-DEF-DES-ERROR
              MOVE CA-SI                   TO VA-SW-FIN-META
           END-IF

           PERFORM UNTIL VA-88-FIN-META-SI
              EXEC SQL
                 FETCH C570MET
                  INTO :VA-MET-ID, :VA-MET-LOG-METAS,
                       :VA-MET-SALDO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    PERFORM 5110-VACIA-META
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-SI             TO VA-SW-FIN-META
                 WHEN OTHER
                    MOVE CA-99             TO PR-DEF-COD-RETURN
                    MOVE 'ERROR SQL MBDT039'
                                           TO PR-DEF-DES-ERROR
                    MOVE CA-SI             TO VA-SW-FIN-META
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C570MET
           END-EXEC

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              VA-IMP-METAS > ZEROES
              MOVE PR-DEF-CEN-REG          TO VA-MOV-CEN-REG
              MOVE PR-DEF-ACC              TO VA-MOV-ACC
              MOVE CA-COD-METAS            TO VA-MOV-COD
              MOVE VA-IMP-METAS            TO VA-MOV-IMPORTE
              MOVE 'REINTEGRO DE METAS POR FALLECIMIENTO'
                                           TO VA-MOV-OBSERVA
              PERFORM 5400-POSTEA-MOVIMIENTO
           END-IF.
      ******************************************************************
      *5110-VACIA-META.                                                *
      ******************************************************************
       5110-VACIA-META.

           EXEC SQL
              UPDATE MAZP.MBDT039
                 SET T039_SALDO          = 0,
                     T039_ESTAT_CTA_META = 'CE'
               WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T039_CTA_EJE     = :VA-CTA-EJE
                 AND T039_ID_CTA_META = :VA-MET-ID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT039'     TO PR-DEF-DES-ERROR
              MOVE CA-SI                   TO VA-SW-FIN-META
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              COMPUTE VA-MOV-IMP-META = 0 - VA-MET-SALDO
              EXEC SQL
                 INSERT INTO MAZP.MBDT039H
                        (T039H_NUM_CLIENTE, T039H_ID_CTA_META,
                         T039H_CTA_EJE, T039H_LOG_METAS,
                         T039H_TIPO_MOV, T039H_FECHA,
                         T039H_HORA, T039H_IMPORTE,
                         T039H_DESC, T039H_CONCEPTO,
                         T039H_STP_MOVTO)
                 VALUES (:VA-NUM-CLTE, :VA-MET-ID,
                         :VA-CTA-EJE, :VA-MET-LOG-METAS,
                         :CA-COD-METAS,
                         CURRENT DATE, CURRENT TIME,
                         :VA-MOV-IMP-META,
                         'FALLECIMIENTO DEL TITULAR',
                         'FALLECIMIENTO DEL TITULAR',
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 ADD VA-MET-SALDO          TO VA-IMP-METAS
              ELSE
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT039H' TO PR-DEF-DES-ERROR
                 MOVE CA-SI                TO VA-SW-FIN-META
              END-IF
           END-IF.
      ******************************************************************
      *5300-PAGA-BENEFICIARIOS: EL HABER SALE CON UN CARGO 'DFC' (LA   *
      *     CUENTA QUEDA EN CERO) Y ENTRA CON UN ABONO 'DFA' EN LA     *
      *     CUENTA DE CADA BENEFICIARIO.                               *
      ******************************************************************
       5300-PAGA-BENEFICIARIOS.

           MOVE PR-DEF-CEN-REG             TO VA-MOV-CEN-REG
           MOVE PR-DEF-ACC                 TO VA-MOV-ACC
           MOVE CA-COD-CARGO               TO VA-MOV-COD
           COMPUTE VA-MOV-IMPORTE = 0 - VA-IMP-TOTAL
           MOVE SPACES                     TO VA-MOV-OBSERVA
           MOVE VA-FOLIO                   TO PR-DEF-FOLIO
           STRING 'LIQUIDACION A BENEFICIARIOS; AVISO '
                                           DELIMITED BY SIZE
                  PR-DEF-FOLIO             DELIMITED BY SIZE
             INTO VA-MOV-OBSERVA
           END-STRING
           PERFORM 5400-POSTEA-MOVIMIENTO

           IF PR-DEF-COD-RETURN EQUAL CA-00
              PERFORM 5310-ABONA-BENEFICIARIO
                 VARYING VA-IX-BEN FROM 1 BY 1
                   UNTIL VA-IX-BEN > PR-DEF-NUM-BENEF OR
                         PR-DEF-COD-RETURN NOT EQUAL CA-00
           END-IF.
      ******************************************************************
      *5310-ABONA-BENEFICIARIO: ABONO Y SU IMPORTE DEFINITIVO EN EL    *
      *     RENGLON DE PAGO.                                           *
      ******************************************************************
       5310-ABONA-BENEFICIARIO.

           MOVE PR-DEF-PAG-SECUENCIA(VA-IX-BEN) TO VA-BEN-SECUENCIA
           MOVE PR-DEF-PAG-IMPORTE(VA-IX-BEN)   TO VA-BEN-IMPORTE

           IF VA-BEN-IMPORTE > ZEROES
              MOVE PR-DEF-PAG-CEN-PAGO(VA-IX-BEN) TO VA-MOV-CEN-REG
              MOVE PR-DEF-PAG-ACC-PAGO(VA-IX-BEN) TO VA-MOV-ACC
              MOVE CA-COD-ABONO            TO VA-MOV-COD
              MOVE VA-BEN-IMPORTE          TO VA-MOV-IMPORTE
              MOVE SPACES                  TO VA-MOV-OBSERVA
              STRING 'BENEFICIARIO DE CUENTA ' DELIMITED BY SIZE
                     PR-DEF-CEN-REG        DELIMITED BY SIZE
                     PR-DEF-ACC            DELIMITED BY SIZE
                INTO VA-MOV-OBSERVA
              END-STRING
              PERFORM 5400-POSTEA-MOVIMIENTO
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT240
                    SET T240_IMPORTE = :VA-BEN-IMPORTE
                  WHERE T240_FOLIO     = :VA-FOLIO
                    AND T240_CEN_REG   = :PR-DEF-CEN-REG
                    AND T240_ACC       = :PR-DEF-ACC
                    AND T240_SECUENCIA = :VA-BEN-SECUENCIA
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT240'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *5400-POSTEA-MOVIMIENTO: EL MOVIMIENTO EN BGDT071 CON EL SALDO   *
      *     DESPUES DEL MOVIMIENTO MANTENIDO (T071_AUTBAL).            *
      ******************************************************************
       5400-POSTEA-MOVIMIENTO.

           MOVE ZEROES                     TO VA-NUM-OPER
                                              VA-SALDO-PREVIO

           EXEC SQL
              SELECT COALESCE(MAX(T071_NUM_OPERATION), 0) + 1,
                     COALESCE(
                     (SELECT TOP 1 U.T071_AUTBAL
                        FROM BGDT071 U
                       WHERE U.T071_ENT     = :PR-DEF-ENT
                         AND U.T071_CEN_REG = :VA-MOV-CEN-REG
                         AND U.T071_ACC     = :VA-MOV-ACC
                       ORDER BY U.T071_DAT_OPERATION DESC,
                                U.T071_NUM_OPERATION DESC), 0)
                INTO :VA-NUM-OPER, :VA-SALDO-PREVIO
                FROM BGDT071
               WHERE T071_ENT     = :PR-DEF-ENT
                 AND T071_CEN_REG = :VA-MOV-CEN-REG
                 AND T071_ACC     = :VA-MOV-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL BGDT071'     TO PR-DEF-DES-ERROR
           END-IF

           IF PR-DEF-COD-RETURN EQUAL CA-00
              COMPUTE VA-AUTBAL = VA-SALDO-PREVIO + VA-MOV-IMPORTE
              EXEC SQL
                 INSERT INTO BGDT071
                        (T071_ENT, T071_CEN_REG, T071_ACC,
                         T071_NUM_OPERATION, T071_COD,
                         T071_DAT_OPERATION, T071_TIM_OPERATION,
                         T071_AMT, T071_AUTBAL,
                         T071_OBSERVATIONS)
                 VALUES (:PR-DEF-ENT, :VA-MOV-CEN-REG,
                         :VA-MOV-ACC, :VA-NUM-OPER,
                         :VA-MOV-COD,
                         CURRENT DATE,
                         CHAR(CURRENT TIME),
                         :VA-MOV-IMPORTE, :VA-AUTBAL,
                         :VA-MOV-OBSERVA)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL BGDT071'  TO PR-DEF-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *6000-CONSULTA: EL AVISO; Y SI SE INFORMA LA CUENTA, SU ESTADO,  *
      *     SU CERTIFICADO Y LOS RENGLONES DE PAGO.                    *
      ******************************************************************
       6000-CONSULTA.

           EXEC SQL
              SELECT T238_BDMID, CHAR(T238_FEC_DEFUNCION),
                     T238_ACTA, T238_NUM_CUENTAS
                INTO :PR-DEF-BDMID, :PR-DEF-FEC-DEFUNCION,
                     :PR-DEF-ACTA, :VN-CUENTAS
                FROM MBDT238 with (nolock)
               WHERE T238_FOLIO = :VA-FOLIO
                 AND T238_ENT   = :PR-DEF-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VN-CUENTAS           TO PR-DEF-NUM-CUENTAS
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-DEF-COD-RETURN
                 MOVE 'AVISO DE FALLECIMIENTO NO ENCONTRADO'
                                           TO PR-DEF-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-DEF-COD-RETURN
                 MOVE 'ERROR SQL MBDT238'  TO PR-DEF-DES-ERROR
           END-EVALUATE

           IF PR-DEF-COD-RETURN EQUAL CA-00 AND
              PR-DEF-CEN-REG NOT EQUAL SPACES
              PERFORM 3010-LEE-CUENTA-FALLECIDO
              IF PR-DEF-COD-RETURN EQUAL CA-00
                 PERFORM 6100-LEE-IMPORTES
              END-IF
              IF PR-DEF-COD-RETURN EQUAL CA-00 AND
                 (VA-ESTADO EQUAL CA-PD OR
                  VA-ESTADO EQUAL CA-LIQUIDADA)
                 PERFORM 4100-LEE-PAGOS
              END-IF
           END-IF.
      ******************************************************************
      *6100-LEE-IMPORTES.                                              *
      ******************************************************************
       6100-LEE-IMPORTES.

           EXEC SQL
              SELECT T239_IMP_SALDO, T239_IMP_METAS
                INTO :VA-SALDO, :VA-IMP-METAS
                FROM MBDT239 with (nolock)
               WHERE T239_FOLIO   = :VA-FOLIO
                 AND T239_ENT     = :PR-DEF-ENT
                 AND T239_CEN_REG = :PR-DEF-CEN-REG
                 AND T239_ACC     = :PR-DEF-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VA-SALDO                TO PR-DEF-IMP-SALDO
              MOVE VA-IMP-METAS            TO PR-DEF-IMP-METAS
              COMPUTE VA-IMP-TOTAL = VA-SALDO + VA-IMP-METAS
              IF VA-IMP-TOTAL > ZEROES
                 MOVE VA-IMP-TOTAL         TO PR-DEF-IMP-TOTAL
              END-IF
           ELSE
              MOVE CA-99                   TO PR-DEF-COD-RETURN
              MOVE 'ERROR SQL MBDT239'     TO PR-DEF-DES-ERROR
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
