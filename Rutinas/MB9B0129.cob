      *            (REINTENTOS DE TERMINAL); LA MISMA REGLA QUE LA    *
      *            MARCA ONLINE 24003-DETECTA-DUPLICADO. EL AREA DE   *
      *            OPERACION DE TARJETAS CONFIRMA Y REVERSA CADA PAR. *
      *            UNA TARJETA Y SU REPOSICION (MISMA RAIZ EN MBDT280)*
      *            CUENTAN COMO EL MISMO CONTRATO.                    *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ139    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ266    AGR     15-10-2026 PARES ENTRE UNA TARJETA Y SU *
      *                                   REPOSICION (LINAJE MBDT280)  *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      * @BAZ266-I
       01  CA-MB7C0620                     PIC X(08)  VALUE 'MB7C0620'.
      *
      * COMMAREA DEL SERVICIO DE TOKENIZACION (CALL MB7C0620).
       01  VA-MBEC0620.
           COPY MBEC0620.
      *
      * TARJETA A TOKENIZAR Y TOKENS DEL PAR ENTRE TARJETAS.
       01  WS-TKN-BIN                      PIC X(06).
       01  WS-TKN-CARD                     PIC X(13).
       01  WS-PAR-TOKEN-1                  PIC X(16).
       01  WS-PAR-TOKEN-2                  PIC X(16).
      * @BAZ266-F
      *
      * PAR DE CARGOS EN TURNO (SELF-JOIN DE MCDT043).
       01  WS-PAR.
           05 WS-PAR-HORA-2                PIC X(06).
           05 WS-PAR-AMT                   PIC S9(13)V9(02) COMP-3.
           05 WS-PAR-COMERCIO              PIC X(30).
      * @BAZ266-I
           05 WS-PAR-BIN-1                 PIC X(06).
           05 WS-PAR-CARD-1                PIC X(13).
           05 WS-PAR-BIN-2                 PIC X(06).
           05 WS-PAR-CARD-2                PIC X(13).
           05 WS-PAR-ENT-ACC               PIC X(04).
      * @BAZ266-F
      *
      * VENTANA EN SEGUNDOS PARA COMPARAR HORAS HHMMSS.
       01  WS-VENTANA-SEG                  PIC S9(09) COMP.
      *
           MOVE CA-00                      TO E129-COD-RETURN.
           MOVE 0                          TO E129-NUM-PARES.
      * @BAZ266-I
           MOVE 0                          TO E129-NUM-PARES-LINAJE.
      * @BAZ266-F
      *
           IF E129-FECHA-PROCESO EQUAL SPACES OR
              E129-VENTANA-MIN   EQUAL ZEROES
      ******************************************************************
      *.PN 2000-PROCESS: SELF-JOIN DE LOS MOVIMIENTOS DE TARJETA DEL   *
      *     DIA; CADA PAR SALE UNA SOLA VEZ (NUM OPE MENOR PRIMERO);   *
      *     EL FILTRO FINO DE LA VENTANA SE APLICA EN 2100. EL PAR ES  *
      *     DEL MISMO CONTRATO O DE TARJETAS CON LA MISMA RAIZ DE      *
      *     REPOSICIONES (MBDT280; SIN RENGLON LA RAIZ ES LA TARJETA). *
      ******************************************************************
       2000-PROCESS.
      *
                      A.T043_NUM_DEB_OPE, B.T043_NUM_DEB_OPE,
                      A.T043_TIM_OPERATION, B.T043_TIM_OPERATION,
                      A.T043_AMT_OPERATION, A.T043_TXT_DIG_30
      * @BAZ266-I
                     ,A.T043_NUM_BIN_CRD, A.T043_NUM_CARD,
                      B.T043_NUM_BIN_CRD, B.T043_NUM_CARD,
                      A.T043_ENT_ACC
                 FROM MCDT043 A
                 LEFT JOIN MBDT280 LA
                   ON LA.T280_NUM_BIN_CRD = A.T043_NUM_BIN_CRD
                  AND LA.T280_NUM_CARD    = A.T043_NUM_CARD
                     ,MCDT043 B
                 LEFT JOIN MBDT280 LB
                   ON LB.T280_NUM_BIN_CRD = B.T043_NUM_BIN_CRD
                  AND LB.T280_NUM_CARD    = B.T043_NUM_CARD
      * @BAZ266-F
                WHERE A.T043_DAT_OPERATION =
                      DATE(:E129-FECHA-PROCESO)
                  AND B.T043_DAT_OPERATION =
                      DATE(:E129-FECHA-PROCESO)
      * @BAZ266-I
                  AND ((B.T043_ENT_CON = A.T043_ENT_CON
                  AND   B.T043_BRN_CON = A.T043_BRN_CON
                  AND   B.T043_TYP_CON = A.T043_TYP_CON
                  AND   B.T043_NUM_CON = A.T043_NUM_CON)
                   OR  (COALESCE(LB.T280_BIN_RAIZ, B.T043_NUM_BIN_CRD)
                      = COALESCE(LA.T280_BIN_RAIZ, A.T043_NUM_BIN_CRD)
                  AND   COALESCE(LB.T280_CARD_RAIZ, B.T043_NUM_CARD)
                      = COALESCE(LA.T280_CARD_RAIZ, A.T043_NUM_CARD)))
      * @BAZ266-F
                  AND B.T043_AMT_OPERATION = A.T043_AMT_OPERATION
                  AND B.T043_TXT_DIG_30    = A.T043_TXT_DIG_30
      * @BAZ266-I
                  AND (B.T043_NUM_DEB_OPE  > A.T043_NUM_DEB_OPE
                   OR (B.T043_NUM_DEB_OPE  = A.T043_NUM_DEB_OPE
                  AND  B.T043_NUM_CARD     > A.T043_NUM_CARD))
      * @BAZ266-F
                ORDER BY A.T043_ENT_CON, A.T043_NUM_CON,
                         A.T043_NUM_DEB_OPE
           END-EXEC.
                        :WS-PAR-TYP-CON, :WS-PAR-NUM-CON,
                        :WS-PAR-NUM-OPE-1, :WS-PAR-NUM-OPE-2,
                        :WS-PAR-HORA-1, :WS-PAR-HORA-2,
                        :WS-PAR-AMT, :WS-PAR-COMERCIO,
      * @BAZ266-I
                        :WS-PAR-BIN-1, :WS-PAR-CARD-1,
                        :WS-PAR-BIN-2, :WS-PAR-CARD-2,
                        :WS-PAR-ENT-ACC
      * @BAZ266-F
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
             INTO FR-DUP-LINEA
           END-STRING.
           WRITE FR-DUP-LINEA.
      * @BAZ266-I
      *    PAR ENTRE DOS TARJETAS DE LA MISMA CADENA DE REPOSICIONES:
      *    UN RENGLON MAS CON EL TOKEN DE CADA TARJETA.
           IF WS-PAR-BIN-1  NOT EQUAL WS-PAR-BIN-2 OR
              WS-PAR-CARD-1 NOT EQUAL WS-PAR-CARD-2
              PERFORM 2210-ESCRIBE-LINAJE
           END-IF.
      *
      ******************************************************************
      *.PN 2210-ESCRIBE-LINAJE: AMBAS TARJETAS SALEN COMO SU TOKEN; SI *
      *     ALGUNA NO SE PUEDE TOKENIZAR SE CORTA EL ARCHIVO (NUNCA    *
      *     SALE EL NUMERO DE TARJETA).                                *
      ******************************************************************
       2210-ESCRIBE-LINAJE.
      *
           MOVE WS-PAR-BIN-1               TO WS-TKN-BIN.
           MOVE WS-PAR-CARD-1              TO WS-TKN-CARD.
           PERFORM 2220-TOKENIZA-TARJETA.
           MOVE PR-TKN-TOKEN               TO WS-PAR-TOKEN-1.
      *
           IF PR-TKN-COD-RETURN EQUAL CA-00
              MOVE WS-PAR-BIN-2            TO WS-TKN-BIN
              MOVE WS-PAR-CARD-2           TO WS-TKN-CARD
              PERFORM 2220-TOKENIZA-TARJETA
              MOVE PR-TKN-TOKEN            TO WS-PAR-TOKEN-2
           END-IF.
      *
           IF PR-TKN-COD-RETURN NOT EQUAL CA-00
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E129-COD-RETURN
           ELSE
              ADD 1                        TO E129-NUM-PARES-LINAJE
              MOVE SPACES                  TO FR-DUP-LINEA
              STRING 'LINAJE;OPE1='        DELIMITED BY SIZE
                     WS-PAR-NUM-OPE-1      DELIMITED BY SIZE
                     ';TARJ1='             DELIMITED BY SIZE
                     WS-PAR-TOKEN-1        DELIMITED BY SIZE
                     ';OPE2='              DELIMITED BY SIZE
                     WS-PAR-NUM-OPE-2      DELIMITED BY SIZE
                     ';TARJ2='             DELIMITED BY SIZE
                     WS-PAR-TOKEN-2        DELIMITED BY SIZE
                INTO FR-DUP-LINEA
              END-STRING
              WRITE FR-DUP-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2220-TOKENIZA-TARJETA: TOKEN DE WS-TKN-BIN + WS-TKN-CARD.   *
      ******************************************************************
       2220-TOKENIZA-TARJETA.
      *
           INITIALIZE VA-MBEC0620.
           SET PR-TKN-TOKENIZA             TO TRUE.
           MOVE WS-PAR-ENT-ACC             TO PR-TKN-ENT.
           STRING WS-TKN-BIN               DELIMITED BY SPACE
                  WS-TKN-CARD              DELIMITED BY SPACE
             INTO PR-TKN-PAN
           END-STRING.
           CALL CA-MB7C0620 USING VA-MBEC0620.
      * @BAZ266-F
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
