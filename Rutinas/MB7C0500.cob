      ******************************************************************
      *  MB7C0500: CONSENTIMIENTOS DE FINANZAS ABIERTAS. HASTA HOY UN *
      *            AGREGADOR SOLO PODIA LEER LOS DATOS DEL CLIENTE    *
      *            CON SUS CREDENCIALES COMPLETAS O CON LA DELEGACION *
      *            NOMINATIVA DE MBDT196. AQUI EL CLIENTE (BDMID)     *
      *            AUTORIZA A UN TERCERO REGISTRADO (MBDT227) POR     *
      *            ALCANCE (SALDOS; MOVIMIENTOS; ESTADOS DE CUENTA) Y *
      *            CON VIGENCIA (MBDT226); LISTA Y REVOCA SUS         *
      *            CONSENTIMIENTOS DESDE LOS CANALES. LA CONSULTA     *
      *            MB2C0009 VALIDA CADA LECTURA DEL TERCERO CON LA    *
      *            ACCION 'V' Y LA BITACORA MBDT144 GUARDA EL ID DEL  *
      *            CONSENTIMIENTO. MISMO PATRON QUE MB7C0320. SIN     *
      *            VERBOS CICS.                                       *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0500.
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
      *     @BAZ239    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-CNS                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-CNS-SI                    VALUE 'S'.
      *
      * CONSENTIMIENTO EN TURNO (CURSOR C500CNS O LECTURA POR ID).
       01 VA-CNS.
           05 VA-CNS-ID                    PIC S9(09) COMP-3.
           05 VA-CNS-TERCERO               PIC X(08).
           05 VA-CNS-NOM-TERCERO           PIC X(40).
           05 VA-CNS-ALC-SALDOS            PIC X(01).
           05 VA-CNS-ALC-MOVTOS            PIC X(01).
           05 VA-CNS-ALC-EDOCTA            PIC X(01).
           05 VA-CNS-FEC-ALTA              PIC X(10).
           05 VA-CNS-FEC-EXPIRA            PIC X(10).
           05 VA-CNS-ESTADO                PIC X(01).
       01 VA-REP-ID                        PIC S9(09) COMP-3.
       01 VA-IX-CNS                        PIC S9(04) COMP.
       01 VN-TERCEROS                      PIC S9(09) COMP.
       01 VN-PLAZO-OK                      PIC S9(09) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-CNS                       PIC S9(04) COMP VALUE 10.
       01 CA-VIGENTE                       PIC X(01) VALUE 'A'.
       01 CA-REVOCADO                      PIC X(01) VALUE 'R'.
       01 CA-VENCIDO                       PIC X(01) VALUE 'V'.
       01 CA-SI                            PIC X(01) VALUE 'S'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0500.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-CNS-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-CNS-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-CNS-LISTA
                    PERFORM 3000-LISTA
                 WHEN PR-CNS-REVOCA
                    PERFORM 4000-REVOCA
                 WHEN PR-CNS-VALIDA
                    PERFORM 5000-VALIDA
                 WHEN OTHER
                    MOVE CA-99             TO PR-CNS-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-CNS-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-CNS-COD-RETURN
           MOVE SPACES                     TO PR-CNS-DES-ERROR
           MOVE 'N'                        TO PR-CNS-MAS-DATOS
           MOVE ZEROES                     TO PR-CNS-NUM-CONSENT
           INITIALIZE VA-CNS

           IF PR-CNS-ENT   EQUAL SPACES OR LOW-VALUES OR
              PR-CNS-BDMID EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-CNS-COD-RETURN
              MOVE 'FALTA ENTIDAD O BDMID' TO PR-CNS-DES-ERROR
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00 AND
              (PR-CNS-ALTA OR PR-CNS-REVOCA)
              IF PR-CNS-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-CNS-DES-ERROR
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00 AND
              (PR-CNS-REVOCA OR PR-CNS-VALIDA)
              IF PR-CNS-ID-CONSENT NOT NUMERIC OR
                 PR-CNS-ID-CONSENT EQUAL ZEROES
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'FALTA ID DE CONSENTIMIENTO'
                                           TO PR-CNS-DES-ERROR
              ELSE
                 MOVE PR-CNS-ID-CONSENT    TO VA-CNS-ID
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00 AND PR-CNS-ALTA
              IF PR-CNS-TERCERO    EQUAL SPACES OR LOW-VALUES OR
                 PR-CNS-FEC-EXPIRA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'FALTA TERCERO O VIGENCIA'
                                           TO PR-CNS-DES-ERROR
              END-IF
              IF PR-CNS-ALC-SALDOS NOT EQUAL CA-SI AND
                 PR-CNS-ALC-MOVTOS NOT EQUAL CA-SI AND
                 PR-CNS-ALC-EDOCTA NOT EQUAL CA-SI
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'SIN ALCANCE AUTORIZADO'
                                           TO PR-CNS-DES-ERROR
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00 AND PR-CNS-VALIDA
              IF PR-CNS-TERCERO EQUAL SPACES OR LOW-VALUES OR
                 NOT (PR-CNS-ALCANCE-SALDOS OR
                      PR-CNS-ALCANCE-MOVTOS OR
                      PR-CNS-ALCANCE-EDOCTA)
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'FALTA TERCERO O ALCANCE'
                                           TO PR-CNS-DES-ERROR
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00 AND PR-CNS-LISTA
              IF PR-CNS-REP-ID NOT NUMERIC
                 MOVE ZEROES               TO PR-CNS-REP-ID
              END-IF
              MOVE PR-CNS-REP-ID           TO VA-REP-ID
           END-IF.
      ******************************************************************
      *2000-ALTA: EL TERCERO DEBE ESTAR REGISTRADO Y ACTIVO; LA        *
      *     VIGENCIA VA DE MANANA A UN ANO. EL VIGENTE DEL MISMO       *
      *     TERCERO SE REVOCA Y EL NUEVO LO SUSTITUYE (CADA            *
      *     CONSENTIMIENTO CONSERVA SU PROPIO RASTRO).                 *
      ******************************************************************
       2000-ALTA.

           MOVE ZEROES                     TO VN-TERCEROS
                                              VN-PLAZO-OK

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-TERCEROS
                FROM MBDT227 with (nolock)
               WHERE T227_ENT     = :PR-CNS-ENT
                 AND T227_TERCERO = :PR-CNS-TERCERO
                 AND T227_ESTADO  = :CA-VIGENTE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CNS-COD-RETURN
              MOVE 'ERROR SQL MBDT227'     TO PR-CNS-DES-ERROR
           ELSE
              IF VN-TERCEROS EQUAL ZEROES
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'TERCERO NO REGISTRADO'
                                           TO PR-CNS-DES-ERROR
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-PLAZO-OK
                   FROM SYSIBM.SYSDUMMY1
                  WHERE DATE(:PR-CNS-FEC-EXPIRA) >  CURRENT DATE
                    AND DATE(:PR-CNS-FEC-EXPIRA) <=
                        CURRENT DATE + 1 YEAR
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK OR VN-PLAZO-OK EQUAL ZEROES
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'VIGENCIA INVALIDA'  TO PR-CNS-DES-ERROR
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT226
                    SET T226_ESTADO      = :CA-REVOCADO,
                        T226_USR_REVOCA  = :PR-CNS-USUARIO,
                        T226_STP_REVOCA  = CURRENT TIMESTAMP,
                        T226_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T226_ENT     = :PR-CNS-ENT
                    AND T226_BDMID   = :PR-CNS-BDMID
                    AND T226_TERCERO = :PR-CNS-TERCERO
                    AND T226_ESTADO  = :CA-VIGENTE
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'ERROR SQL MBDT226'  TO PR-CNS-DES-ERROR
              END-IF
           END-IF

           IF PR-CNS-COD-RETURN EQUAL CA-00
              PERFORM 2100-INSERTA
           END-IF.
      ******************************************************************
      *2100-INSERTA: ID CONSECUTIVO (MAX + 1, MISMO CRITERIO QUE EL    *
      *     FOLIO DE MBDT180).                                         *
      ******************************************************************
       2100-INSERTA.

           IF PR-CNS-ALC-SALDOS NOT EQUAL CA-SI
              MOVE 'N'                     TO PR-CNS-ALC-SALDOS
           END-IF
           IF PR-CNS-ALC-MOVTOS NOT EQUAL CA-SI
              MOVE 'N'                     TO PR-CNS-ALC-MOVTOS
           END-IF
           IF PR-CNS-ALC-EDOCTA NOT EQUAL CA-SI
              MOVE 'N'                     TO PR-CNS-ALC-EDOCTA
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(T226_ID_CONSENT), 0) + 1
                INTO :VA-CNS-ID
                FROM MBDT226
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              EXEC SQL
                 INSERT INTO MBDT226
                        (T226_ID_CONSENT, T226_ENT, T226_BDMID,
                         T226_TERCERO, T226_ALC_SALDOS,
                         T226_ALC_MOVTOS, T226_ALC_EDOCTA,
                         T226_FEC_EXPIRA, T226_ESTADO,
                         T226_USR_ALTA, T226_USR_REVOCA,
                         T226_STP_ALTA, T226_STP_REVOCA,
                         T226_STP_LASTMOD)
                 VALUES (:VA-CNS-ID, :PR-CNS-ENT, :PR-CNS-BDMID,
                         :PR-CNS-TERCERO, :PR-CNS-ALC-SALDOS,
                         :PR-CNS-ALC-MOVTOS, :PR-CNS-ALC-EDOCTA,
                         DATE(:PR-CNS-FEC-EXPIRA), :CA-VIGENTE,
                         :PR-CNS-USUARIO, ' ',
                         CURRENT TIMESTAMP, NULL,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF SQL-88-OK
              MOVE VA-CNS-ID               TO PR-CNS-ID-CONSENT
           ELSE
              MOVE CA-99                   TO PR-CNS-COD-RETURN
              MOVE 'ERROR SQL MBDT226'     TO PR-CNS-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-LISTA.                                                     *
      *     POR ID ASCENDENTE; EL ID DEL ULTIMO ENTREGADO ES LA        *
      *     REPOSICION. SE LEE UNO DE MAS PARA SABER SI HAY OTRA       *
      *     PAGINA. EL VIGENTE CUYA FECHA YA PASO SE INFORMA VENCIDO.  *
      ******************************************************************
       3000-LISTA.

           MOVE 'N'                        TO VA-SW-FIN-CNS
           MOVE ZEROES                     TO VA-IX-CNS

           EXEC SQL
              DECLARE C500CNS CURSOR FOR
              SELECT C.T226_ID_CONSENT, C.T226_TERCERO,
                     COALESCE(T.T227_NOMBRE, ' '),
                     C.T226_ALC_SALDOS, C.T226_ALC_MOVTOS,
                     C.T226_ALC_EDOCTA,
                     CHAR(DATE(C.T226_STP_ALTA)),
                     CHAR(C.T226_FEC_EXPIRA),
                     CASE WHEN C.T226_ESTADO = :CA-VIGENTE AND
                               C.T226_FEC_EXPIRA < CURRENT DATE
                          THEN :CA-VENCIDO
                          ELSE C.T226_ESTADO END
                FROM MBDT226 C with (nolock)
                LEFT OUTER JOIN MBDT227 T
                  ON T.T227_ENT     = C.T226_ENT
                 AND T.T227_TERCERO = C.T226_TERCERO
               WHERE C.T226_ENT        = :PR-CNS-ENT
                 AND C.T226_BDMID      = :PR-CNS-BDMID
                 AND C.T226_ID_CONSENT > :VA-REP-ID
               ORDER BY C.T226_ID_CONSENT
           END-EXEC

           EXEC SQL
              OPEN C500CNS
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CNS-SI
              EXEC SQL
                 FETCH C500CNS
                 INTO :VA-CNS-ID, :VA-CNS-TERCERO,
                      :VA-CNS-NOM-TERCERO, :VA-CNS-ALC-SALDOS,
                      :VA-CNS-ALC-MOVTOS, :VA-CNS-ALC-EDOCTA,
                      :VA-CNS-FEC-ALTA, :VA-CNS-FEC-EXPIRA,
                      :VA-CNS-ESTADO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-CNS >= CA-MAX-CNS
                       MOVE 'S'            TO PR-CNS-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-CNS
                    ELSE
                       PERFORM 3100-AGREGA-CONSENTIMIENTO
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-CNS
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-CNS
                    MOVE CA-99             TO PR-CNS-COD-RETURN
                    MOVE 'ERROR SQL MBDT226'
                                           TO PR-CNS-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C500CNS
           END-EXEC

           IF PR-CNS-NUM-CONSENT EQUAL ZEROES AND
              PR-CNS-COD-RETURN  EQUAL CA-00
              MOVE CA-10                   TO PR-CNS-COD-RETURN
           END-IF.
      ******************************************************************
      *3100-AGREGA-CONSENTIMIENTO.                                     *
      ******************************************************************
       3100-AGREGA-CONSENTIMIENTO.

           ADD 1                           TO VA-IX-CNS
           MOVE VA-CNS-ID                  TO PR-CNS-REP-ID

           MOVE VA-CNS-ID         TO PR-CNS-LST-ID(VA-IX-CNS)
           MOVE VA-CNS-TERCERO    TO PR-CNS-LST-TERCERO(VA-IX-CNS)
           MOVE VA-CNS-NOM-TERCERO
                                  TO PR-CNS-LST-NOM-TERCERO(VA-IX-CNS)
           MOVE VA-CNS-ALC-SALDOS TO PR-CNS-LST-ALC-SALDOS(VA-IX-CNS)
           MOVE VA-CNS-ALC-MOVTOS TO PR-CNS-LST-ALC-MOVTOS(VA-IX-CNS)
           MOVE VA-CNS-ALC-EDOCTA TO PR-CNS-LST-ALC-EDOCTA(VA-IX-CNS)
           MOVE VA-CNS-FEC-ALTA   TO PR-CNS-LST-FEC-ALTA(VA-IX-CNS)
           MOVE VA-CNS-FEC-EXPIRA TO PR-CNS-LST-FEC-EXPIRA(VA-IX-CNS)
           MOVE VA-CNS-ESTADO     TO PR-CNS-LST-ESTADO(VA-IX-CNS)
           MOVE VA-IX-CNS                  TO PR-CNS-NUM-CONSENT.
      ******************************************************************
      *4000-REVOCA: LA REVOCACION ES LOGICA Y SOLO SOBRE UN            *
      *     CONSENTIMIENTO VIGENTE DEL MISMO BDMID; A PARTIR DE AHI LA *
      *     VALIDACION 'V' LO RECHAZA.                                 *
      ******************************************************************
       4000-REVOCA.

           EXEC SQL
              UPDATE MBDT226
                 SET T226_ESTADO      = :CA-REVOCADO,
                     T226_USR_REVOCA  = :PR-CNS-USUARIO,
                     T226_STP_REVOCA  = CURRENT TIMESTAMP,
                     T226_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T226_ID_CONSENT = :VA-CNS-ID
                 AND T226_ENT        = :PR-CNS-ENT
                 AND T226_BDMID      = :PR-CNS-BDMID
                 AND T226_ESTADO     = :CA-VIGENTE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CNS-COD-RETURN
                 MOVE 'CONSENTIMIENTO NO VIGENTE'
                                           TO PR-CNS-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'ERROR SQL MBDT226'  TO PR-CNS-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *5000-VALIDA: LECTURA DEL TERCERO. EL CONSENTIMIENTO DEBE SER    *
      *     DEL BDMID Y DEL TERCERO QUE LEE; VIGENTE; NO VENCIDO; CON  *
      *     EL TERCERO AUN ACTIVO EN MBDT227 Y CON EL ALCANCE PEDIDO.  *
      ******************************************************************
       5000-VALIDA.

           EXEC SQL
              SELECT C.T226_ALC_SALDOS, C.T226_ALC_MOVTOS,
                     C.T226_ALC_EDOCTA, CHAR(C.T226_FEC_EXPIRA)
                INTO :VA-CNS-ALC-SALDOS, :VA-CNS-ALC-MOVTOS,
                     :VA-CNS-ALC-EDOCTA, :VA-CNS-FEC-EXPIRA
                FROM MBDT226 C with (nolock),
                     MBDT227 T with (nolock)
               WHERE C.T226_ID_CONSENT = :VA-CNS-ID
                 AND C.T226_ENT        = :PR-CNS-ENT
                 AND C.T226_BDMID      = :PR-CNS-BDMID
                 AND C.T226_TERCERO    = :PR-CNS-TERCERO
                 AND C.T226_ESTADO     = :CA-VIGENTE
                 AND C.T226_FEC_EXPIRA >= CURRENT DATE
                 AND T.T227_ENT        = C.T226_ENT
                 AND T.T227_TERCERO    = C.T226_TERCERO
                 AND T.T227_ESTADO     = :CA-VIGENTE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-CNS-ALC-SALDOS    TO PR-CNS-ALC-SALDOS
                 MOVE VA-CNS-ALC-MOVTOS    TO PR-CNS-ALC-MOVTOS
                 MOVE VA-CNS-ALC-EDOCTA    TO PR-CNS-ALC-EDOCTA
                 MOVE VA-CNS-FEC-EXPIRA    TO PR-CNS-FEC-EXPIRA
                 EVALUATE TRUE
                    WHEN PR-CNS-ALCANCE-SALDOS AND
                         VA-CNS-ALC-SALDOS NOT EQUAL CA-SI
                    WHEN PR-CNS-ALCANCE-MOVTOS AND
                         VA-CNS-ALC-MOVTOS NOT EQUAL CA-SI
                    WHEN PR-CNS-ALCANCE-EDOCTA AND
                         VA-CNS-ALC-EDOCTA NOT EQUAL CA-SI
                       MOVE CA-10          TO PR-CNS-COD-RETURN
                       MOVE 'ALCANCE NO AUTORIZADO'
                                           TO PR-CNS-DES-ERROR
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CNS-COD-RETURN
                 MOVE 'CONSENTIMIENTO NO VIGENTE'
                                           TO PR-CNS-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CNS-COD-RETURN
                 MOVE 'ERROR SQL MBDT226'  TO PR-CNS-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
