      *                                 (MB7C0150); MISMA MATEMATICA  *
      *                                 DE DISTANCIA QUE EL VIAJE     *
      *                                 IMPOSIBLE                     *
      *     @BAZ228    AGR     15/10/26 REGISTRO DE DISPOSITIVOS POR  *
      *                                 CLIENTE (MBDT215) CON FECHA DE *
      *                                 PRIMER Y ULTIMO USO; EL PRIMER *
      *                                 USO DE UN DISPOSITIVO NO VISTO *
      *                                 (O EL USO DE UNO PERDIDO O     *
      *                                 BLOQUEADO) SE MARCA EN LA      *
      *                                 COMMAREA (PR-GEO-FLGDISPNVO),  *
      *                                 QUEDA EN BITACORA PEDT101 PARA *
      *                                 LA CALIFICACION DE RIESGO      *
      *                                 (MB7C0240) Y SE AVISA AL       *
      *                                 CLIENTE CON EL EVENTO 'DISP'   *
      *     @BAZ233    AGR     15/10/26 AVISOS DE VIAJE (MBDT219; LOS  *
      *                                 MANTIENE MB7C0460): DENTRO DEL *
      *                                 DESTINO DECLARADO Y EN FECHAS  *
      *                                 NO SE MARCA VIAJE IMPOSIBLE NI *
      *                                 SE EMITE 'GEOF'; SE REGISTRA   *
      *                                 'VAV' EN PEDT101 Y SE REGRESA  *
      *                                 PR-GEO-FLGVIAJAVI. EL PERFORM  *
      *                                 DE 2160 PASA A SER THRU        *
      *                                 2160-FIN-GEOFENCE              *
      *     @BAZ261    AGR     15/10/26 GEOCODIFICACION INVERSA: LA    *
      *                                 COORDENADA INSERTADA SE UBICA  *
      *                                 EN SU ESTADO Y MUNICIPIO POR LA*
      *                                 CELDA DEL MARCO GEOESTADISTICO *
      *                                 INEGI (MBDT269/MBDT270; LOS    *
      *                                 CARGA MB9B0222) Y SE GUARDA EN *
      *                                 MBDT271. SI EL MUNICIPIO ES    *
      *                                 ZONA DE ALTO RIESGO SE REGISTRA*
      *                                 'ZRI' EN PEDT101 (MB7C0240 Y   *
      *                                 MB9B0158) Y SE REGRESA         *
      *                                 PR-GEO-FLGZONARIE              *
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
      *@MB00004-I
           05 CT-ACC-MAX-METROS          PIC 9(05) VALUE 500.
      *@MB00004-F
      *@BAZ228-I
           05 CT-DISP-NUEVO              PIC X(03) VALUE 'DNV'.
           05 CT-DISP-BLOQ               PIC X(03) VALUE 'DBL'.
           05 CT-DISP-ACTIVO             PIC X(02) VALUE 'AC'.
           05 CT-DISP-PERDIDO            PIC X(02) VALUE 'PE'.
           05 CT-DISP-BLOQUEADO          PIC X(02) VALUE 'BL'.
      *@BAZ228-F
      *@BAZ233-I
           05 CT-VIAJE-AVISADO           PIC X(03) VALUE 'VAV'.
           05 CT-AVISO-ACTIVO            PIC X(02) VALUE 'AC'.
      *@BAZ233-F
      *@BAZ261-I
           05 CT-ZONA-RIESGO             PIC X(03) VALUE 'ZRI'.
      *@BAZ261-F
      *@MB00001-I
      *    05 CA-QR4CDB0                 PIC X(07) VALUE 'QR4CDB0'.
      *    05 CA-PROGRAM                 PIC X(08) VALUE 'MB7C0047'.
          05 MS-MSN-6                    PIC X(30) VALUE
                                          'VIAJE IMPOSIBLE DETECTADO'.
      *@MB00003-F
      *@BAZ228-I
          05 MS-MSN-7                    PIC X(30) VALUE
                                          'DISPOSITIVO NUEVO DETECTADO'.
          05 MS-MSN-8                    PIC X(30) VALUE
                                      'DISPOSITIVO BLOQUEADO EN USO'.
      *@BAZ228-F
      *@BAZ233-I
          05 MS-MSN-9                    PIC X(30) VALUE
                                      'OPERACION EN VIAJE AVISADO'.
      *@BAZ233-F
      *@BAZ261-I
          05 MS-MSN-10                   PIC X(30) VALUE
                                      'OPERACION EN ZONA ALTO RIESGO'.
      *@BAZ261-F
      *
      *---------------------  V A R I A B L E S -----------------------*
       01 VA-VARIABLES.
          05 VA-GEOF-DIST-KM              PIC S9(06)V99 VALUE ZEROES.
          05 VA-GEOF-EXISTE               PIC X(01) VALUE 'N'.
      *@BAZ203-F
      *@BAZ228-I
          05 VA-DISP-NUEVO                PIC X(01) VALUE 'N'.
             88 VA-88-DISP-NUEVO-SI              VALUE 'S'.
             88 VA-88-DISP-BLOQ-SI               VALUE 'B'.
          05 VA-DISP-ESTADO               PIC X(02) VALUE SPACES.
          05 VA-DISP-CONTADOR             PIC S9(04) COMP VALUE ZEROES.
      *@BAZ228-F
      *@BAZ233-I
          05 VA-VIAJE-AVISO               PIC X(01) VALUE 'N'.
             88 VA-88-VIAJE-AVISO-SI             VALUE 'S'.
             88 VA-88-VIAJE-AVISO-NO             VALUE 'N'.
          05 VA-AVISO-EVALUADO            PIC X(01) VALUE 'N'.
             88 VA-88-AVISO-EVALUADO-SI          VALUE 'S'.
          05 VA-NUM-AVISOS                PIC S9(04) COMP VALUE ZEROES.
      *@BAZ233-F
      *@BAZ261-I
          05 VA-GEO-CVE-ENT               PIC X(02) VALUE SPACES.
          05 VA-GEO-CVE-MUN               PIC X(03) VALUE SPACES.
          05 VA-ZONA-RIESGO               PIC X(01) VALUE 'N'.
             88 VA-88-ZONA-RIESGO-SI             VALUE 'S'.
      *@BAZ261-F
      *@BAZ203-I
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01 VA-MBEC0150.
              MOVE ZEROES             TO PR-GEO-ALTITUD
           END-IF
      *@MB00004-F
      *@BAZ228-I
           IF PR-GEO-IDCELUL  EQUAL TO LOW-VALUES OR HIGH-VALUES
              MOVE SPACES             TO PR-GEO-IDCELUL
           END-IF
           IF PR-GEO-BDMID    EQUAL TO LOW-VALUES OR HIGH-VALUES
              MOVE SPACES             TO PR-GEO-BDMID
           END-IF
      *@BAZ228-F
      *
           ACCEPT VA-FEC-SIS FROM DATE

      *@MB00003-I
              PERFORM 2150-VALIDA-VIAJE-IMPOSIBLE
      *@MB00003-F
      *@BAZ233-I
              IF VA-88-VIAJE-IMPOSIBLE-SI
                 PERFORM 2155-VALIDA-AVISO-VIAJE
                    THRU 2155-FIN-AVISO-VIAJE
                 IF VA-88-VIAJE-AVISO-SI
                    MOVE 'N'                 TO VA-VIAJE-IMPOSIBLE
                 END-IF
              END-IF
      *@BAZ233-F
              PERFORM 2200-INSERTA-PEDT100
           END-IF
      *@MB00003-I
           MOVE VA-VIAJE-IMPOSIBLE            TO PR-GEO-FLGVIAJIMP
      *@MB00003-F
      *@BAZ228-I
           MOVE VA-DISP-NUEVO                 TO PR-GEO-FLGDISPNVO
      *@BAZ228-F
      *@BAZ233-I
           MOVE VA-VIAJE-AVISO                TO PR-GEO-FLGVIAJAVI
      *@BAZ233-F
      *@BAZ261-I
           MOVE VA-GEO-CVE-ENT                TO PR-GEO-CVE-ENT
           MOVE VA-GEO-CVE-MUN                TO PR-GEO-CVE-MUN
           MOVE VA-ZONA-RIESGO                TO PR-GEO-FLGZONARIE
      *@BAZ261-F
           .
      *@MB00002-F
      *@MB00003-I
           END-EVALUATE
           .
      *@MB00003-F
      *@BAZ233-I
      ******************************************************************
      *2155-VALIDA-AVISO-VIAJE: LA COORDENADA CAE DENTRO DEL DESTINO  *
      *                      DE UN AVISO DE VIAJE ACTIVO Y EN FECHAS   *
      *                      DEL CLIENTE (MBDT219 POR BDMID O NUMERO   *
      *                      DE CLIENTE; MISMA MATEMATICA DE DISTANCIA *
      *                      QUE LA GEOCERCA). SE EVALUA UNA SOLA VEZ  *
      *                      POR OPERACION; UN ERROR SQL SE TOMA COMO  *
      *                      SIN AVISO (ALERTA COMO SIEMPRE).          *
      ******************************************************************
       2155-VALIDA-AVISO-VIAJE.
      *
           IF VA-88-AVISO-EVALUADO-SI
              GO TO 2155-FIN-AVISO-VIAJE
           END-IF
      *
           MOVE 'S'                          TO VA-AVISO-EVALUADO
           MOVE 'N'                          TO VA-VIAJE-AVISO
           MOVE ZEROES                       TO VA-NUM-AVISOS
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VA-NUM-AVISOS
                FROM MBDT219 with (nolock)
               WHERE T219_ENT     = :T100-ENT
                 AND ((:PR-GEO-BDMID <> ' ' AND
                       T219_BDMID   = :PR-GEO-BDMID) OR
                      T219_NUM_CUS  = :T100-NUM-CUS)
                 AND T219_ESTATUS = :CT-AVISO-ACTIVO
                 AND CURRENT DATE BETWEEN T219_FEC_INI
                                      AND T219_FEC_FIN
                 AND SQRT(POWER(:T100-LATITUDE  - T219_LATITUDE, 2) +
                          POWER(:T100-LONGITUDE - T219_LONGITUDE, 2))
                     * 111 <= T219_RADIO_KM
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
           IF SQL-88-OK AND VA-NUM-AVISOS GREATER THAN ZEROES
              MOVE 'S'                       TO VA-VIAJE-AVISO
           END-IF
           .
       2155-FIN-AVISO-VIAJE.
           EXIT.
      *@BAZ233-F
      *@BAZ203-I
      ******************************************************************
      *2160-EVALUA-GEOFENCE: SI EL CLIENTE DEFINIO SU ZONA HABITUAL   *
                  FUNCTION SQRT
                    (((T100-LATITUDE - VA-GEOF-LAT) ** 2) +
                     ((T100-LONGITUDE - VA-GEOF-LON) ** 2)) * 111
      *@BAZ233-I
              IF VA-GEOF-DIST-KM GREATER THAN VA-GEOF-RADIO-KM
                 PERFORM 2155-VALIDA-AVISO-VIAJE
                    THRU 2155-FIN-AVISO-VIAJE
              END-IF
      *@BAZ233-F
              IF VA-GEOF-DIST-KM GREATER THAN VA-GEOF-RADIO-KM AND
                 VA-88-VIAJE-AVISO-NO
                 INITIALIZE VA-MBEC0150
                 MOVE 'GEOF'                 TO PR-EVT-TIPO
                 MOVE T100-ENT               TO PR-EVT-ENT
       2160-FIN-GEOFENCE.
           EXIT.
      *@BAZ203-F
      *@BAZ228-I
      ******************************************************************
      *2170-REGISTRA-DISPOSITIVO: MANTIENE EL REGISTRO DE DISPOSITIVOS*
      *                      DEL CLIENTE (MBDT215; LO ADMINISTRA      *
      *                      MB7C0440). UN DISPOSITIVO CONOCIDO SOLO  *
      *                      ACTUALIZA SU FECHA DE ULTIMO USO; UNO NO *
      *                      VISTO SE DA DE ALTA Y, SI EL CLIENTE YA  *
      *                      TENIA OTROS (EL PRIMERO NO ES NOVEDAD),  *
      *                      SE MARCA 'S'. EL USO DE UNO PERDIDO O    *
      *                      BLOQUEADO SE MARCA 'B'. AMBOS CASOS VAN  *
      *                      A BITACORA PEDT101 ('DNV'/'DBL'; LOS     *
      *                      CUENTA MB7C0240) Y AL OUTBOX DEL CLIENTE *
      *                      (EVENTO 'DISP'). DE MEJOR ESFUERZO.      *
      ******************************************************************
       2170-REGISTRA-DISPOSITIVO.
      *
           MOVE 'N'                          TO VA-DISP-NUEVO
           MOVE SPACES                       TO VA-DISP-ESTADO
      *
           IF PR-GEO-IDCELUL EQUAL TO SPACES
              GO TO 2170-FIN-DISPOSITIVO
           END-IF
      *
           EXEC SQL
               SELECT T215_ESTADO
                 INTO :VA-DISP-ESTADO
                FROM MBDT215 with (nolock)
               WHERE T215_ENT     = :T100-ENT
                 AND T215_NUM_CUS = :T100-NUM-CUS
                 AND T215_ID_DISP = :PR-GEO-IDCELUL
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
      *
           EVALUATE TRUE
            WHEN SQL-88-OK
                 EXEC SQL
                     UPDATE MBDT215
                        SET T215_FEC_ULTIMO  = CURRENT DATE
                           ;T215_BDMID       =
                                 CASE WHEN :PR-GEO-BDMID = ' '
                                      THEN T215_BDMID
                                      ELSE :PR-GEO-BDMID END
                           ;T215_STP_LASTMOD = CURRENT TIMESTAMP
                      WHERE T215_ENT     = :T100-ENT
                        AND T215_NUM_CUS = :T100-NUM-CUS
                        AND T215_ID_DISP = :PR-GEO-IDCELUL
                 END-EXEC
                 MOVE SQLCODE                TO SQL-VALUES
                 IF VA-DISP-ESTADO EQUAL TO CT-DISP-PERDIDO OR
                    VA-DISP-ESTADO EQUAL TO CT-DISP-BLOQUEADO
                    MOVE 'B'                 TO VA-DISP-NUEVO
                 END-IF
            WHEN SQL-88-NOT-FOUND
                 PERFORM 2175-ALTA-DISPOSITIVO
            WHEN OTHER
      * NO SE PUDO CONSULTAR EL REGISTRO; NO SE MARCA EL DISPOSITIVO.
                 GO TO 2170-FIN-DISPOSITIVO
           END-EVALUATE
      *
           IF VA-88-DISP-NUEVO-SI OR VA-88-DISP-BLOQ-SI
              INITIALIZE VA-MBEC0150
              MOVE 'DISP'                    TO PR-EVT-TIPO
              MOVE T100-ENT                  TO PR-EVT-ENT
              MOVE T100-NUM-CUS              TO PR-EVT-CUENTA
              MOVE ZEROES                    TO PR-EVT-IMPORTE
              MOVE T100-NUM-OPE              TO PR-EVT-REFERENCIA
              IF VA-88-DISP-NUEVO-SI
                 MOVE CT-DISP-NUEVO          TO VA-BITACORA-ESTATUS
                 MOVE MS-MSN-7               TO VA-BITACORA-DETALLE
                 MOVE 'NUEVO DISPOSITIVO USADO EN TU CUENTA'
                                             TO PR-EVT-DETALLE
              ELSE
                 MOVE CT-DISP-BLOQ           TO VA-BITACORA-ESTATUS
                 MOVE MS-MSN-8               TO VA-BITACORA-DETALLE
                 MOVE 'DISPOSITIVO BLOQUEADO USADO EN TU CUENTA'
                                             TO PR-EVT-DETALLE
              END-IF
              PERFORM 2300-BITACORA-PEDT101
              CALL CA-MB7C0150 USING VA-MBEC0150
           END-IF
           .
       2170-FIN-DISPOSITIVO.
           EXIT.
      ******************************************************************
      *2175-ALTA-DISPOSITIVO: ALTA DEL DISPOSITIVO NO VISTO; SOLO ES   *
      *                       NOVEDAD SI EL CLIENTE YA TENIA OTROS.    *
      ******************************************************************
       2175-ALTA-DISPOSITIVO.
      *
           MOVE ZEROES                       TO VA-DISP-CONTADOR
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VA-DISP-CONTADOR
                FROM MBDT215 with (nolock)
               WHERE T215_ENT     = :T100-ENT
                 AND T215_NUM_CUS = :T100-NUM-CUS
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE ZEROES                    TO VA-DISP-CONTADOR
           END-IF
      *
           EXEC SQL
               INSERT INTO MBDT215
                  (T215_ENT          ,
                   T215_NUM_CUS      ,
                   T215_ID_DISP      ,
                   T215_BDMID        ,
                   T215_FEC_PRIMER   ,
                   T215_FEC_ULTIMO   ,
                   T215_ESTADO       ,
                   T215_USER_LASTMOD ,
                   T215_STP_LASTMOD  )
               VALUES
                  (:T100-ENT          ,
                   :T100-NUM-CUS      ,
                   :PR-GEO-IDCELUL    ,
                   :PR-GEO-BDMID      ,
                   CURRENT DATE       ,
                   CURRENT DATE       ,
                   :CT-DISP-ACTIVO    ,
                   :T100-USER-LASTMOD ,
                   CURRENT TIMESTAMP)
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
           IF SQL-88-OK AND VA-DISP-CONTADOR GREATER THAN ZEROES
              MOVE 'S'                       TO VA-DISP-NUEVO
           END-IF
           .
      *@BAZ228-F
      *@BAZ261-I
      ******************************************************************
      *2180-GEOCODIFICA: UBICA LA COORDENADA EN SU CELDA DE 0.01 GRADOS*
      *                      DEL MARCO GEOESTADISTICO INEGI (MBDT269)  *
      *                      Y DE AHI EN SU ESTADO Y MUNICIPIO (MBDT270*
      *                      CON LA MARCA DE ZONA DE ALTO RIESGO DEL   *
      *                      REGULADOR). LA UBICACION Y LA MARCA SE    *
      *                      GUARDAN CON LA OPERACION EN MBDT271 (LA   *
      *                      MARCA ES LA VIGENTE AL OPERAR). FUERA DE  *
      *                      COBERTURA QUEDA SIN ESTADO NI MUNICIPIO.  *
      *                      DE MEJOR ESFUERZO.                        *
      ******************************************************************
       2180-GEOCODIFICA.
      *
           MOVE SPACES                       TO VA-GEO-CVE-ENT
                                                 VA-GEO-CVE-MUN
           MOVE 'N'                          TO VA-ZONA-RIESGO
      *
           EXEC SQL
               SELECT C.T269_CVE_ENT
                     ;C.T269_CVE_MUN
                     ;M.T270_ZONA_RIESGO
                 INTO :VA-GEO-CVE-ENT
                     ;:VA-GEO-CVE-MUN
                     ;:VA-ZONA-RIESGO
                FROM MBDT269 C with (nolock)
                    ;MBDT270 M with (nolock)
               WHERE C.T269_LAT_CELDA = FLOOR(:T100-LATITUDE  * 100)
                 AND C.T269_LON_CELDA = FLOOR(:T100-LONGITUDE * 100)
                 AND M.T270_CVE_ENT   = C.T269_CVE_ENT
                 AND M.T270_CVE_MUN   = C.T269_CVE_MUN
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
           IF NOT SQL-88-OK
      * FUERA DE COBERTURA O SIN CONSULTA; SE GUARDA SIN UBICACION.
              MOVE SPACES                    TO VA-GEO-CVE-ENT
                                                 VA-GEO-CVE-MUN
              MOVE 'N'                       TO VA-ZONA-RIESGO
           END-IF
      *
           EXEC SQL
               INSERT INTO MBDT271
                  (T271_ENT          ,
                   T271_NUM_CUS      ,
                   T271_NUM_OPE      ,
                   T271_TYP_OPE      ,
                   T271_FEC_OPER     ,
                   T271_CVE_ENT      ,
                   T271_CVE_MUN      ,
                   T271_ZONA_RIESGO  ,
                   T271_IMPORTE      ,
                   T271_STP_ALTA     )
               VALUES
                  (:T100-ENT          ,
                   :T100-NUM-CUS      ,
                   :T100-NUM-OPE      ,
                   :T100-TYP-OPE      ,
                   CURRENT DATE       ,
                   :VA-GEO-CVE-ENT    ,
                   :VA-GEO-CVE-MUN    ,
                   :VA-ZONA-RIESGO    ,
                   :T100-AMT-FREE1    ,
                   CURRENT TIMESTAMP)
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
      *
           IF VA-88-ZONA-RIESGO-SI
              MOVE CT-ZONA-RIESGO            TO VA-BITACORA-ESTATUS
              MOVE MS-MSN-10                 TO VA-BITACORA-DETALLE
              PERFORM 2300-BITACORA-PEDT101
           END-IF
           .
      *@BAZ261-F
      ******************************************************************
      *2100-VALIDA-DUPLICADO: BUSCA UN ALTA RECIENTE DEL MISMO CLIENTE *
      *                       Y OPERACION PARA EVITAR DUPLICARLA.      *
      *@MB00003-F
      *@BAZ203-I
                 PERFORM 2160-EVALUA-GEOFENCE
      *@BAZ233-I
                    THRU 2160-FIN-GEOFENCE
                 IF VA-88-VIAJE-AVISO-SI
                    MOVE CT-VIAJE-AVISADO     TO VA-BITACORA-ESTATUS
                    MOVE MS-MSN-9             TO VA-BITACORA-DETALLE
                    PERFORM 2300-BITACORA-PEDT101
                 END-IF
      *@BAZ233-F
      *@BAZ203-F
      *@BAZ228-I
                 PERFORM 2170-REGISTRA-DISPOSITIVO
                    THRU 2170-FIN-DISPOSITIVO
      *@BAZ228-F
      *@BAZ261-I
                 PERFORM 2180-GEOCODIFICA
      *@BAZ261-F
            WHEN OTHER
                 MOVE CT-99                     TO PR-GEO-AVISO
                 MOVE MS-MSN-4                  TO PR-GEO-ERROR
