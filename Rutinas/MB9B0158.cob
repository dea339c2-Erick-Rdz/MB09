      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ178    AGR     02-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ261    AGR     15-10-2026 NUEVA SENAL 'ZRI' OPERACIONES*
      *                                   DEL DIA EN ZONA DE ALTO      *
      *                                   RIESGO (PEDT101, MARCA DE    *
      *                                   MB7C0110); SUJETO EL CLIENTE *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
              IF E158-RETURN-OK
                 PERFORM 3000-SENALES-GEOLOCALIZACION
              END-IF
      * @BAZ261-I
              IF E158-RETURN-OK
                 PERFORM 3500-SENALES-ZONA-RIESGO
              END-IF
      * @BAZ261-F
              IF E158-RETURN-OK
                 PERFORM 4000-SENALES-DUPLICADOS
              END-IF
               CLOSE C158GEO
           END-EXEC.
      *
      * @BAZ261-I
      ******************************************************************
      *.PN 3500-SENALES-ZONA-RIESGO: OPERACIONES DEL DIA DESDE UN      *
      *     MUNICIPIO DESIGNADO ZONA DE ALTO RIESGO (BITACORA PEDT101  *
      *     'ZRI'); EL SUJETO ES EL CLIENTE, IGUAL QUE EL VIAJE        *
      *     IMPOSIBLE, PARA QUE AMBAS CAIGAN EN EL MISMO CASO.         *
      ******************************************************************
       3500-SENALES-ZONA-RIESGO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C158ZRI CURSOR FOR
               SELECT T101_NUM_CUS, T101_NUM_OPE
                 FROM PEDT101 with (nolock)
                WHERE T101_ENT    = :E158-ENT-ORIGIN
                  AND T101_STATUS = 'ZRI'
                  AND DATE(T101_STP_LASTMOD) =
                      DATE(:E158-FECHA-PROCESO)
                ORDER BY T101_NUM_CUS
           END-EXEC.
      *
           EXEC SQL
               OPEN C158ZRI
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C158ZRI
                   INTO :WS-NUM-CUS, :WS-SEN-REFERENCIA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE 'ZRI'         TO WS-SEN-FUENTE
                        MOVE 'N'           TO WS-SEN-TIP-SUJETO
                        MOVE WS-NUM-CUS    TO WS-SEN-SUJETO
                        PERFORM 2800-REGISTRA-SENAL
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E158-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C158ZRI
           END-EXEC.
      * @BAZ261-F
      *
      ******************************************************************
      *.PN 4000-SENALES-DUPLICADOS: PARES DEL MISMO CONTRATO; IMPORTE  *
      *     Y COMERCIO EN EL DIA (LA REGLA DE 24203/MB9B0129); EL      *
