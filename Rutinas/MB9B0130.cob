      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @MP0003    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ253    AGR     15-10-2026 LA TARJETA SALE COMO TOKEN   *
      *                                   (MB7C0620), YA NO EL NUMERO  *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      * @BAZ253-I
       01  CA-MB7C0620                     PIC X(08)  VALUE 'MB7C0620'.
      *
      * COMMAREA DEL SERVICIO DE TOKENIZACION (CALL MB7C0620).
       01  VA-MBEC0620.
           COPY MBEC0620.
      * @BAZ253-F
      *
      * RENGLON TARJETA/CATEGORIA EN TURNO.
       01  WS-GASTO.
           05 WS-GAS-CATEGORIA             PIC X(30).
           05 WS-GAS-NUM-OPS               PIC S9(09) COMP.
           05 WS-GAS-SUM-AMT               PIC S9(13)V9(02) COMP-3.
      * @BAZ253-I
           05 WS-GAS-ENT                   PIC X(04).
      * @BAZ253-F
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
               SELECT A.T043_NUM_BIN_CRD, A.T043_NUM_CARD,
                      A.T043_COD_BSS_ACT,
                      COALESCE(B.T890_DES_CATEGORIA, 'SIN CATEGORIA'),
                      COUNT(*), SUM(A.T043_AMT_OPERATION),
      * @BAZ253-I
                      MAX(A.T043_ENT_ACC)
      * @BAZ253-F
                 FROM MCDT043 A
                 LEFT OUTER JOIN MCDT890 B
                   ON B.T890_MCC = A.T043_COD_BSS_ACT
                   FETCH C130MCC
                   INTO :WS-GAS-NUM-BIN, :WS-GAS-NUM-CARD,
                        :WS-GAS-MCC, :WS-GAS-CATEGORIA,
                        :WS-GAS-NUM-OPS, :WS-GAS-SUM-AMT,
      * @BAZ253-I
                        :WS-GAS-ENT
      * @BAZ253-F
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
           END-IF.
      *
      ******************************************************************
      *.PN 2100-ESCRIBE-GASTO: LA TARJETA SE ESCRIBE COMO SU TOKEN; SI *
      *     NO SE PUEDE TOKENIZAR SE CORTA EL ARCHIVO (NUNCA SALE EL   *
      *     NUMERO DE TARJETA).                                        *
      ******************************************************************
       2100-ESCRIBE-GASTO.
      *
      * @BAZ253-I
           INITIALIZE VA-MBEC0620.
           SET PR-TKN-TOKENIZA             TO TRUE.
           MOVE WS-GAS-ENT                 TO PR-TKN-ENT.
           STRING WS-GAS-NUM-BIN           DELIMITED BY SPACE
                  WS-GAS-NUM-CARD          DELIMITED BY SPACE
             INTO PR-TKN-PAN
           END-STRING.
           CALL CA-MB7C0620 USING VA-MBEC0620.
      *
           IF PR-TKN-COD-RETURN NOT EQUAL CA-00
              SET WSS-FIN-CURSOR-SI        TO TRUE
              MOVE CA-99                   TO E130-COD-RETURN
           ELSE
              PERFORM 2110-ESCRIBE-RENGLON
           END-IF.
      *
      ******************************************************************
      *.PN 2110-ESCRIBE-RENGLON.                                       *
      ******************************************************************
       2110-ESCRIBE-RENGLON.
      * @BAZ253-F
      *
           ADD 1 TO E130-NUM-RENGLONES.
           MOVE WS-GAS-SUM-AMT             TO WS-EDIT-IMPT.
      *
           MOVE SPACES                     TO FR-GASTO-LINEA.
           STRING 'GASTO;'                 DELIMITED BY SIZE
      * @BAZ253-I
                  PR-TKN-TOKEN             DELIMITED BY SIZE
      * @BAZ253-F
                  ';MCC='                  DELIMITED BY SIZE
                  WS-GAS-MCC               DELIMITED BY SIZE
                  ';CATEGORIA='            DELIMITED BY SIZE
