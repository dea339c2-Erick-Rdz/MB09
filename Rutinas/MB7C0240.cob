      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ179    AGR     02-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ228    AGR     15-10-2026 NUEVA SENAL: DISPOSITIVO     *
      *                                   NUEVO O BLOQUEADO EN USO     *
      *                                   (PEDT101 'DNV'/'DBL' QUE     *
      *                                   REGISTRA MB7C0110)           *
      *     @BAZ233    AGR     15-10-2026 LAS OPERACIONES DENTRO DE UN *
      *                                   VIAJE AVISADO (PEDT101 'VAV';*
      *                                   MBDT219) PESAN MENOS QUE UN  *
      *                                   VIAJE IMPOSIBLE              *
      *     @BAZ261    AGR     15-10-2026 NUEVA SENAL: OPERACIONES     *
      *                                   DESDE ZONA DE ALTO RIESGO    *
      *                                   (PEDT101 'ZRI' QUE REGISTRA  *
      *                                   MB7C0110)                    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      *
       01 VA-PUNTOS                        PIC S9(05) COMP.
       01 VA-NUM-VIAJES                    PIC S9(05) COMP.
       01 VA-NUM-VIAJES-AVISO              PIC S9(05) COMP.
       01 VA-NUM-ACCESOS                   PIC S9(09) COMP.
       01 VA-NUM-CASOS                     PIC S9(05) COMP.
       01 VA-NUM-DISP-NUEVO                PIC S9(05) COMP.
       01 VA-NUM-DISP-BLOQ                 PIC S9(05) COMP.
       01 VA-NUM-ZONA-RIESGO               PIC S9(05) COMP.
       01 VA-FOLIO                         PIC S9(09) COMP-3.
       01 VA-USR-SOLICITA                  PIC X(08).
       01 VA-ESTADO                        PIC X(02).
      * UMBRALES DEL MODELO SIMPLE: CADA FUENTE APORTA PUNTOS Y EL
      * NIVEL SALE DEL TOTAL (>= 5 ALTO; >= 2 MEDIO).
       01 CA-PTS-VIAJE                     PIC S9(04) COMP VALUE 3.
       01 CA-PTS-VIAJE-AVISO               PIC S9(04) COMP VALUE 1.
       01 CA-PTS-CASO                      PIC S9(04) COMP VALUE 3.
       01 CA-PTS-VELOCIDAD                 PIC S9(04) COMP VALUE 2.
       01 CA-PTS-DISP-NUEVO                PIC S9(04) COMP VALUE 2.
       01 CA-PTS-DISP-BLOQ                 PIC S9(04) COMP VALUE 3.
       01 CA-PTS-ZONA-RIESGO               PIC S9(04) COMP VALUE 2.
       01 CA-UMBRAL-ACCESOS                PIC S9(04) COMP VALUE 50.
       01 CA-UMBRAL-ALTO                   PIC S9(04) COMP VALUE 5.
       01 CA-UMBRAL-MEDIO                  PIC S9(04) COMP VALUE 2.
           IF PR-RSK-COD-RETURN EQUAL CA-00
              PERFORM 2300-PUNTOS-CASOS
           END-IF
           IF PR-RSK-COD-RETURN EQUAL CA-00
              PERFORM 2400-PUNTOS-DISPOSITIVO
           END-IF
           IF PR-RSK-COD-RETURN EQUAL CA-00
              PERFORM 2450-PUNTOS-ZONA-RIESGO
           END-IF

           IF PR-RSK-COD-RETURN EQUAL CA-00
              MOVE VA-PUNTOS               TO PR-RSK-PUNTOS
           END-IF.
      ******************************************************************
      *2100-PUNTOS-GEOLOCALIZACION: VIAJES IMPOSIBLES DEL CLIENTE EN   *
      *     LOS ULTIMOS 7 DIAS (BITACORA PEDT101 'VIM'). LOS SALTOS    *
      *     DENTRO DEL DESTINO DE UN AVISO DE VIAJE ('VAV'; MB7C0110   *
      *     YA NO LOS MARCA 'VIM') SOLO SUMAN EL PESO MENOR Y SOLO SI  *
      *     NO HUBO UN VIAJE IMPOSIBLE FUERA DEL DESTINO.              *
      ******************************************************************
       2100-PUNTOS-GEOLOCALIZACION.

           MOVE 0                          TO VA-NUM-VIAJES
                                              VA-NUM-VIAJES-AVISO

           IF PR-RSK-NUM-CUS NOT EQUAL SPACES
              EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN T101_STATUS = 'VIM'
                                          THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN T101_STATUS = 'VAV'
                                          THEN 1 ELSE 0 END), 0)
                   INTO :VA-NUM-VIAJES, :VA-NUM-VIAJES-AVISO
                   FROM PEDT101 with (nolock)
                  WHERE T101_ENT     = :PR-RSK-ENT
                    AND T101_NUM_CUS = :PR-RSK-NUM-CUS
                    AND T101_STATUS IN ('VIM', 'VAV')
                    AND T101_STP_LASTMOD >
                        CURRENT TIMESTAMP - 7 DAYS
              END-EXEC
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN VA-NUM-VIAJES > ZEROES
                 COMPUTE VA-PUNTOS = VA-PUNTOS + CA-PTS-VIAJE
              WHEN VA-NUM-VIAJES-AVISO > ZEROES
                 COMPUTE VA-PUNTOS = VA-PUNTOS + CA-PTS-VIAJE-AVISO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      ******************************************************************
      *2200-PUNTOS-VELOCIDAD: CONSULTAS DEL DIA SOBRE LA LLAVE EN LA   *
      *     BITACORA DE ACCESO MBDT144.                                *
              COMPUTE VA-PUNTOS = VA-PUNTOS + CA-PTS-CASO
           END-IF.
      ******************************************************************
      *2400-PUNTOS-DISPOSITIVO: PRIMER USO DE UN DISPOSITIVO NUEVO     *
      *     ('DNV') O USO DE UNO PERDIDO/BLOQUEADO ('DBL') EN LOS      *
      *     ULTIMOS 7 DIAS (BITACORA PEDT101; LA ESCRIBE MB7C0110 AL   *
      *     MANTENER EL REGISTRO DE DISPOSITIVOS MBDT215).             *
      ******************************************************************
       2400-PUNTOS-DISPOSITIVO.

           MOVE 0                          TO VA-NUM-DISP-NUEVO
                                              VA-NUM-DISP-BLOQ

           IF PR-RSK-NUM-CUS NOT EQUAL SPACES
              EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN T101_STATUS = 'DNV'
                                          THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN T101_STATUS = 'DBL'
                                          THEN 1 ELSE 0 END), 0)
                   INTO :VA-NUM-DISP-NUEVO, :VA-NUM-DISP-BLOQ
                   FROM PEDT101 with (nolock)
                  WHERE T101_ENT     = :PR-RSK-ENT
                    AND T101_NUM_CUS = :PR-RSK-NUM-CUS
                    AND T101_STATUS IN ('DNV', 'DBL')
                    AND T101_STP_LASTMOD >
                        CURRENT TIMESTAMP - 7 DAYS
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-RSK-COD-RETURN
                 MOVE 'ERROR SQL PEDT101'  TO PR-RSK-DES-ERROR
              END-IF
           END-IF

           IF VA-NUM-DISP-NUEVO > ZEROES
              COMPUTE VA-PUNTOS = VA-PUNTOS + CA-PTS-DISP-NUEVO
           END-IF
           IF VA-NUM-DISP-BLOQ > ZEROES
              COMPUTE VA-PUNTOS = VA-PUNTOS + CA-PTS-DISP-BLOQ
           END-IF.
      ******************************************************************
      *2450-PUNTOS-ZONA-RIESGO: OPERACIONES DEL CLIENTE EN LOS ULTIMOS *
      *     7 DIAS DESDE UN MUNICIPIO DESIGNADO ZONA DE ALTO RIESGO    *
      *     (BITACORA PEDT101 'ZRI'; LA ESCRIBE MB7C0110 AL            *
      *     GEOCODIFICAR LA COORDENADA CONTRA MBDT269/MBDT270).        *
      ******************************************************************
       2450-PUNTOS-ZONA-RIESGO.

           MOVE 0                          TO VA-NUM-ZONA-RIESGO

           IF PR-RSK-NUM-CUS NOT EQUAL SPACES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VA-NUM-ZONA-RIESGO
                   FROM PEDT101 with (nolock)
                  WHERE T101_ENT     = :PR-RSK-ENT
                    AND T101_NUM_CUS = :PR-RSK-NUM-CUS
                    AND T101_STATUS  = 'ZRI'
                    AND T101_STP_LASTMOD >
                        CURRENT TIMESTAMP - 7 DAYS
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-RSK-COD-RETURN
                 MOVE 'ERROR SQL PEDT101'  TO PR-RSK-DES-ERROR
              END-IF
           END-IF

           IF VA-NUM-ZONA-RIESGO > ZEROES
              COMPUTE VA-PUNTOS = VA-PUNTOS + CA-PTS-ZONA-RIESGO
           END-IF.
      ******************************************************************
      *2500-ENCOLA-APROBACION: CON NIVEL ALTO LA ACCION NO SE EJECUTA; *
      *     QUEDA LA SOLICITUD 'PD' Y EL CANAL RECIBE '20' CON EL      *
      *     FOLIO PARA EL SUPERVISOR.                                  *
