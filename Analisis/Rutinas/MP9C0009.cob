      *                                 (MCC; T043_COD_BSS_ACT) con su *
      *                                 categoria del catalogo MCDT890 *
      *                                 por movimiento.                *
      *     @MP0004    AGR   15-10-2026 Se agrega el nombre normalizado*
      *                                 del comercio y su categoria del*
      *                                 directorio de comercios MBDT218*
      *                                 junto al descriptor crudo.     *
      *     @MP0005    AGR   15-10-2026 Se agrega la tarjeta vigente de*
      *                                 la cadena de reposiciones      *
      *                                 (MBDT280) de la tarjeta del    *
      *                                 movimiento (E109-LINAJE).      *
      *                                                                *
      ******************************************************************
      ******************************************************************
           05 W890-MCC                     PIC X(04)  VALUE SPACES.
           05 W890-DES-CATEG               PIC X(30)  VALUE SPACES.
      *@MP0003-F
      *@MP0004-I
      * DIRECTORIO DE COMERCIOS MBDT218: LLAVES DE BUSQUEDA Y RESULTADO.
           05 W218-ENT                     PIC X(04)  VALUE SPACES.
           05 W218-ID-COMERCIO             PIC X(15)  VALUE SPACES.
           05 W218-DESCRIPTOR              PIC X(30)  VALUE SPACES.
           05 W218-NOMBRE-NORM             PIC X(30)  VALUE SPACES.
           05 W218-CATEGORIA               PIC X(20)  VALUE SPACES.
      *@MP0004-F
      *@MP0005-I
      * CADENA DE REPOSICIONES MBDT280: TARJETA, RAIZ Y VIGENTE.
           05 W280-BIN                     PIC X(06)  VALUE SPACES.
           05 W280-CARD                    PIC X(13)  VALUE SPACES.
           05 W280-BIN-RAIZ                PIC X(06)  VALUE SPACES.
           05 W280-CARD-RAIZ               PIC X(13)  VALUE SPACES.
           05 W280-BIN-VIG                 PIC X(06)  VALUE SPACES.
           05 W280-CARD-VIG                PIC X(13)  VALUE SPACES.
      *@MP0005-F
      *
      ******************************************************************
      *COMUNICATION AREA                                               *
      *@MP0003-I
                    PERFORM 57000-OBTEN-CATEGORIA-MCC
      *@MP0003-F
      *@MP0005-I
                    IF E109-88-LINAJE-SI
                       PERFORM 58000-OBTEN-TARJETA-VIGENTE
                    END-IF
      *@MP0005-F
               WHEN SQL-88-NOT-FOUND
                    MOVE W012-10CONS-A1             TO E109-COD-RETURN
                    MOVE 'E109-NUM-OPE NO EXISTE'
               WHEN OTHER
                    MOVE 'SIN CATEGORIA'         TO E109-MCC-DESC
           END-EVALUATE
      *@MP0004-I
           PERFORM 57100-OBTEN-COMERCIO-NORM
      *@MP0004-F
            .
      *@MP0003-F
      ******************************************************************
      *@MP0004-I                                                       *
      *57100-OBTEN-COMERCIO-NORM: NOMBRE NORMALIZADO DEL COMERCIO DEL  *
      *     DIRECTORIO MBDT218 (SOLO MAPEOS ACTIVOS 'AC'). PRIMERO POR *
      *     NUMERO DE COMERCIO (T043_NUM_BSS) Y DESPUES POR PATRON DEL *
      *     DESCRIPTOR CRUDO (T043_TXT_DIG_30 LIKE T218_PATRON), EN    *
      *     ORDEN DE PRIORIDAD. SIN MAPEO SE REGRESA EL DESCRIPTOR     *
      *     CRUDO CON CATEGORIA 'SIN MAPEO' (EL NOCTURNO MB9B0198 LO   *
      *     PROPONE A OPERACIONES); UN ERROR SQL NO DETIENE LA         *
      *     CONSULTA (MEJOR ESFUERZO).                                 *
      ******************************************************************
       57100-OBTEN-COMERCIO-NORM.
      *
           MOVE T043-TXT-DIG-30        TO E109-COM-DESCRIPTOR
                                          E109-COM-NOMBRE-NORM
                                          W218-DESCRIPTOR
           MOVE 'SIN MAPEO'            TO E109-COM-CATEGORIA
           MOVE T043-ENT-ACC           TO W218-ENT
           MOVE T043-NUM-BSS           TO W218-ID-COMERCIO
           MOVE SPACES                 TO W218-NOMBRE-NORM
                                          W218-CATEGORIA
      *
           EXEC SQL
           SELECT  TOP 1
                    T218_NOMBRE_NORM,
                    T218_CATEGORIA
           INTO    :W218-NOMBRE-NORM,
                   :W218-CATEGORIA
           FROM MBDT218 with (nolock)
           WHERE T218_ENT    = :W218-ENT
             AND T218_ESTADO = 'AC'
             AND ((T218_ID_COMERCIO = :W218-ID-COMERCIO
                   AND T218_ID_COMERCIO <> ' ')
               OR (T218_PATRON <> ' '
                   AND :W218-DESCRIPTOR LIKE T218_PATRON))
           ORDER BY CASE WHEN T218_ID_COMERCIO = :W218-ID-COMERCIO
                         THEN 0 ELSE 1 END,
                    T218_PRIORIDAD
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
      *
           EVALUATE TRUE
               WHEN SQL-88-OK
                    MOVE W218-NOMBRE-NORM        TO E109-COM-NOMBRE-NORM
                    MOVE W218-CATEGORIA          TO E109-COM-CATEGORIA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
            .
      *@MP0004-F
      ******************************************************************
      *@MP0005-I                                                       *
      *58000-OBTEN-TARJETA-VIGENTE: TARJETA VIGENTE DE LA CADENA DE    *
      *     REPOSICIONES (MBDT280; LA CARGA MB9B0228) DE LA TARJETA    *
      *     DEL MOVIMIENTO: LA ULTIMA REPOSICION DE LA RAIZ QUE NO HA  *
      *     SIDO REPUESTA A SU VEZ. SIN CADENA O CON ERROR SQL LA      *
      *     VIGENTE ES LA MISMA TARJETA (MEJOR ESFUERZO).              *
      ******************************************************************
       58000-OBTEN-TARJETA-VIGENTE.
      *
           MOVE T043-NUM-BIN-CRD       TO W280-BIN
                                          W280-BIN-RAIZ
                                          W280-BIN-VIG
           MOVE T043-NUM-CARD          TO W280-CARD
                                          W280-CARD-RAIZ
                                          W280-CARD-VIG
      *
           EXEC SQL
           SELECT  T280_BIN_RAIZ,
                   T280_CARD_RAIZ
           INTO    :W280-BIN-RAIZ,
                   :W280-CARD-RAIZ
           FROM MBDT280 with (nolock)
           WHERE T280_NUM_BIN_CRD = :W280-BIN
             AND T280_NUM_CARD    = :W280-CARD
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
      *
           IF SQL-88-OK OR SQL-88-NOT-FOUND
              EXEC SQL
              SELECT  TOP 1
                       V.T280_NUM_BIN_CRD,
                       V.T280_NUM_CARD
              INTO    :W280-BIN-VIG,
                      :W280-CARD-VIG
              FROM MBDT280 V with (nolock)
              WHERE V.T280_BIN_RAIZ  = :W280-BIN-RAIZ
                AND V.T280_CARD_RAIZ = :W280-CARD-RAIZ
                AND NOT EXISTS
                    (SELECT 1
                       FROM MBDT280 S with (nolock)
                      WHERE S.T280_BIN_ANT  = V.T280_NUM_BIN_CRD
                        AND S.T280_CARD_ANT = V.T280_NUM_CARD)
              ORDER BY V.T280_DAT_REPOSICION DESC
              END-EXEC
      *
              MOVE SQLCODE TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE W280-BIN         TO W280-BIN-VIG
                 MOVE W280-CARD        TO W280-CARD-VIG
              END-IF
           END-IF
      *
           MOVE SPACES                 TO E109-NUM-CARD-VIG
           MOVE W280-BIN-VIG           TO E109-NUM-CARD-VIG(1:6)
           MOVE W280-CARD-VIG          TO E109-NUM-CARD-VIG(7:10)
           IF W280-BIN-VIG  = W280-BIN AND
              W280-CARD-VIG = W280-CARD
              MOVE 'N'                 TO E109-IND-REPUESTA
           ELSE
              MOVE 'S'                 TO E109-IND-REPUESTA
           END-IF
            .
      *@MP0005-F
      ******************************************************************
      *@MP0002-I                                                       *
      *60000-PROCESA-LOTE: RESUELVE CADA CUENTA/OPERACION DEL LOTE.    *
      ******************************************************************
      *@MP0003-I
                      MPEC0009-MCC
      *@MP0003-F
      *@MP0004-I
                      MPEC0009-COMERCIO
      *@MP0004-F
      *@MP0005-I
                      E109-NUM-CARD-VIG
                      E109-IND-REPUESTA
      *@MP0005-F
                      E109-COD-RETURN
                      E109-DES-ERR
                      E109-SQLCODE
      *@MP0003-I
                    PERFORM 57000-OBTEN-CATEGORIA-MCC
      *@MP0003-F
      *@MP0005-I
                    IF E109-88-LINAJE-SI
                       PERFORM 58000-OBTEN-TARJETA-VIGENTE
                    END-IF
      *@MP0005-F
                    MOVE W012-00CONS-A1             TO E109-COD-RETURN
               WHEN SQL-88-NOT-FOUND
                    MOVE W012-10CONS-A1             TO E109-COD-RETURN
           MOVE E109-MCC           TO E109-LR-MCC(WS-LOTE-IDX)
           MOVE E109-MCC-DESC      TO E109-LR-MCC-DESC(WS-LOTE-IDX)
      *@MP0003-F
      *@MP0004-I
           MOVE E109-COM-NOMBRE-NORM
                                 TO E109-LR-COM-NOMBRE-NORM(WS-LOTE-IDX)
           MOVE E109-COM-CATEGORIA
                                 TO E109-LR-COM-CATEGORIA(WS-LOTE-IDX)
      *@MP0004-F
      *@MP0005-I
           MOVE E109-NUM-CARD-VIG
                                 TO E109-LR-NUM-CARD-VIG(WS-LOTE-IDX)
           MOVE E109-IND-REPUESTA
                                 TO E109-LR-IND-REPUESTA(WS-LOTE-IDX)
      *@MP0005-F
            .
      ******************************************************************
      *63000/64000/65000-VALIDA-RECURRENTE-LOTE: CASCADA 801/802/803   *
