      ******************************************************************
      *  MB7C0460: AVISOS DE VIAJE DEL CLIENTE. CADA VACACION         *
      *            DISPARABA EL VIAJE IMPOSIBLE DE MB7C0110, LA       *
      *            GEOCERCA DEL PROPIO CLIENTE ('GEOF') Y CASOS EN    *
      *            MB9B0158. LOS CANALES REGISTRAN AQUI POR BDMID EL  *
      *            DESTINO (PAIS/ESTADO, GEORREFERENCIADO A CENTRO    *
      *            LAT/LON Y RADIO COMO LA GEOCERCA DE MB7C0350) Y EL *
      *            RANGO DE FECHAS (MBDT219: ALTA; CAMBIO; CANCELA;   *
      *            CONSULTA). LA SUPRESION LA HACE MB7C0110 Y EL MENOR*
      *            PESO MB7C0240. MISMO PATRON QUE MB7C0350. SIN      *
      *            VERBOS CICS.                                       *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0460.
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
      *     @BAZ233    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-ID-AVISO                      PIC S9(09) COMP.
       01 VA-LATITUD                       PIC S9(03)V9(06) COMP-3.
       01 VA-LONGITUD                      PIC S9(03)V9(06) COMP-3.
       01 VA-RADIO-KM                      PIC S9(04)V9(02) COMP-3.
       01 VA-IX-AVISO                      PIC S9(04) COMP.
       01 VA-SW-FIN-AVISO                  PIC X(01).
          88 VA-88-FIN-AVISO-SI                    VALUE 'S'.
      *
       01 VA-AVI-ID                        PIC S9(09) COMP.
       01 VA-AVI-PAIS                      PIC X(03).
       01 VA-AVI-ESTADO-DEST               PIC X(30).
       01 VA-AVI-RADIO-KM                  PIC S9(04)V9(02) COMP-3.
       01 VA-AVI-FEC-INI                   PIC X(10).
       01 VA-AVI-FEC-FIN                   PIC X(10).
      *
       01 CA-MAX-AVISOS                    PIC S9(04) COMP VALUE 10.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-ACTIVO                        PIC X(02) VALUE 'AC'.
       01 CA-CANCELADO                     PIC X(02) VALUE 'CA'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0460.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-VIA-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-VIA-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-VIA-CAMBIO
                    PERFORM 2500-CAMBIO
                 WHEN PR-VIA-BAJA
                    PERFORM 3000-BAJA
                 WHEN PR-VIA-CONSULTA
                    PERFORM 4000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-VIA-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START: EN ALTA Y CAMBIO SE EXIGE DESTINO, RADIO Y FECHAS   *
      *     AAAA-MM-DD CON FIN NO MENOR AL INICIO.                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-VIA-COD-RETURN
           MOVE ZEROES                     TO PR-VIA-NUM-AVISOS

           IF PR-VIA-ENT   EQUAL SPACES OR LOW-VALUES OR
              PR-VIA-BDMID EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-VIA-COD-RETURN
           END-IF

           IF PR-VIA-NUM-CUS EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-VIA-NUM-CUS
           END-IF

           IF PR-VIA-COD-RETURN EQUAL CA-00 AND
              (PR-VIA-CAMBIO OR PR-VIA-BAJA)
              IF PR-VIA-ID-AVISO NOT NUMERIC OR
                 PR-VIA-ID-AVISO EQUAL ZEROES
                 MOVE CA-20                TO PR-VIA-COD-RETURN
              ELSE
                 MOVE PR-VIA-ID-AVISO      TO VA-ID-AVISO
              END-IF
           END-IF

           IF PR-VIA-COD-RETURN EQUAL CA-00 AND
              (PR-VIA-ALTA OR PR-VIA-CAMBIO)
              IF PR-VIA-PAIS EQUAL SPACES OR LOW-VALUES OR
                 PR-VIA-RADIO-KM NOT NUMERIC OR
                 PR-VIA-RADIO-KM EQUAL ZEROES OR
                 PR-VIA-FEC-INI(5:1) NOT EQUAL '-' OR
                 PR-VIA-FEC-FIN(5:1) NOT EQUAL '-' OR
                 PR-VIA-FEC-FIN LESS PR-VIA-FEC-INI
                 MOVE CA-20                TO PR-VIA-COD-RETURN
              ELSE
                 MOVE PR-VIA-LATITUD       TO VA-LATITUD
                 MOVE PR-VIA-LONGITUD      TO VA-LONGITUD
                 MOVE PR-VIA-RADIO-KM      TO VA-RADIO-KM
              END-IF
           END-IF.
      ******************************************************************
      *2000-ALTA: EL NUMERO DE AVISO ES EL SIGUIENTE DEL BDMID.        *
      ******************************************************************
       2000-ALTA.

           EXEC SQL
              SELECT COALESCE(MAX(T219_ID_AVISO), 0) + 1
                INTO :VA-ID-AVISO
                FROM MBDT219
               WHERE T219_ENT   = :PR-VIA-ENT
                 AND T219_BDMID = :PR-VIA-BDMID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-VIA-COD-RETURN
           ELSE
              EXEC SQL
                 INSERT INTO MBDT219
                        (T219_ENT, T219_BDMID, T219_ID_AVISO,
                         T219_NUM_CUS, T219_PAIS, T219_ESTADO_DEST,
                         T219_LATITUDE, T219_LONGITUDE,
                         T219_RADIO_KM, T219_FEC_INI, T219_FEC_FIN,
                         T219_ESTATUS, T219_STP_LASTMOD)
                 VALUES (:PR-VIA-ENT, :PR-VIA-BDMID, :VA-ID-AVISO,
                         :PR-VIA-NUM-CUS, :PR-VIA-PAIS,
                         :PR-VIA-ESTADO-DEST, :VA-LATITUD,
                         :VA-LONGITUD, :VA-RADIO-KM,
                         DATE(:PR-VIA-FEC-INI), DATE(:PR-VIA-FEC-FIN),
                         :CA-ACTIVO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-ID-AVISO          TO PR-VIA-ID-AVISO
              ELSE
                 MOVE CA-99                TO PR-VIA-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *2500-CAMBIO: SOLO AVISOS ACTIVOS QUE NO HAN TERMINADO.          *
      ******************************************************************
       2500-CAMBIO.

           EXEC SQL
              UPDATE MBDT219
                 SET T219_PAIS        = :PR-VIA-PAIS,
                     T219_ESTADO_DEST = :PR-VIA-ESTADO-DEST,
                     T219_LATITUDE    = :VA-LATITUD,
                     T219_LONGITUDE   = :VA-LONGITUD,
                     T219_RADIO_KM    = :VA-RADIO-KM,
                     T219_FEC_INI     = DATE(:PR-VIA-FEC-INI),
                     T219_FEC_FIN     = DATE(:PR-VIA-FEC-FIN),
                     T219_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T219_ENT      = :PR-VIA-ENT
                 AND T219_BDMID    = :PR-VIA-BDMID
                 AND T219_ID_AVISO = :VA-ID-AVISO
                 AND T219_ESTATUS  = :CA-ACTIVO
                 AND T219_FEC_FIN >= CURRENT DATE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-VIA-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-VIA-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *3000-BAJA: EL AVISO QUEDA CANCELADO; NO SE BORRA PORQUE EXPLICA *
      *     LOS 'VAV' QUE YA SE REGISTRARON EN PEDT101.                *
      ******************************************************************
       3000-BAJA.

           EXEC SQL
              UPDATE MBDT219
                 SET T219_ESTATUS     = :CA-CANCELADO,
                     T219_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T219_ENT      = :PR-VIA-ENT
                 AND T219_BDMID    = :PR-VIA-BDMID
                 AND T219_ID_AVISO = :VA-ID-AVISO
                 AND T219_ESTATUS  = :CA-ACTIVO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-VIA-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-VIA-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *4000-CONSULTA: AVISOS ACTIVOS QUE NO HAN TERMINADO, DEL MAS     *
      *     PROXIMO AL MAS LEJANO.                                     *
      ******************************************************************
       4000-CONSULTA.

           MOVE 'N'                        TO VA-SW-FIN-AVISO
           MOVE ZEROES                     TO VA-IX-AVISO

           EXEC SQL
              DECLARE C460AVI CURSOR FOR
              SELECT T219_ID_AVISO, T219_PAIS, T219_ESTADO_DEST,
                     T219_RADIO_KM,
                     CHAR(T219_FEC_INI, ISO),
                     CHAR(T219_FEC_FIN, ISO)
                FROM MBDT219 with (nolock)
               WHERE T219_ENT     = :PR-VIA-ENT
                 AND T219_BDMID   = :PR-VIA-BDMID
                 AND T219_ESTATUS = :CA-ACTIVO
                 AND T219_FEC_FIN >= CURRENT DATE
               ORDER BY T219_FEC_INI, T219_ID_AVISO
           END-EXEC

           EXEC SQL
              OPEN C460AVI
           END-EXEC

           PERFORM UNTIL VA-88-FIN-AVISO-SI
              EXEC SQL
                 FETCH C460AVI
                 INTO :VA-AVI-ID, :VA-AVI-PAIS, :VA-AVI-ESTADO-DEST,
                      :VA-AVI-RADIO-KM, :VA-AVI-FEC-INI,
                      :VA-AVI-FEC-FIN
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-AVISO >= CA-MAX-AVISOS
                       MOVE 'S'            TO VA-SW-FIN-AVISO
                    ELSE
                       PERFORM 4100-AGREGA-AVISO
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-AVISO
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-AVISO
                    MOVE CA-99             TO PR-VIA-COD-RETURN
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C460AVI
           END-EXEC

           IF PR-VIA-NUM-AVISOS EQUAL ZEROES AND
              PR-VIA-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-VIA-COD-RETURN
           END-IF.
      ******************************************************************
      *4100-AGREGA-AVISO.                                              *
      ******************************************************************
       4100-AGREGA-AVISO.

           ADD 1                           TO VA-IX-AVISO
           MOVE VA-IX-AVISO                TO PR-VIA-NUM-AVISOS
           MOVE VA-AVI-ID
                                  TO PR-VIA-LIS-ID-AVISO(VA-IX-AVISO)
           MOVE VA-AVI-PAIS           TO PR-VIA-LIS-PAIS(VA-IX-AVISO)
           MOVE VA-AVI-ESTADO-DEST
                                  TO PR-VIA-LIS-ESTADO-DEST(VA-IX-AVISO)
           MOVE VA-AVI-RADIO-KM      TO PR-VIA-LIS-RADIO-KM(VA-IX-AVISO)
           MOVE VA-AVI-FEC-INI        TO PR-VIA-LIS-FEC-INI(VA-IX-AVISO)
           MOVE VA-AVI-FEC-FIN
                                  TO PR-VIA-LIS-FEC-FIN(VA-IX-AVISO).
      ******************************************************************
