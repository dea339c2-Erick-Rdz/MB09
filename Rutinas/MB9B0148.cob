      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ159    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ256    AGR     15-10-2026 SELLO ENCADENADO DEL MES     *
      *                                   ARCHIVADO EN MBDT259 ANTES   *
      *                                   DE LA PURGA (MB7C0650)       *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 WS-MOV-INTREF                PIC X(15).
      *
       01  WS-NUM-COPIADOS                 PIC S9(09) COMP VALUE ZEROS.
      * @BAZ256-I
      *
      * SELLO DEL MES: CADA RENGLON DEL GDG (SIN EL FILLER) SE
      * ENCADENA A LA HUELLA DEL ANTERIOR; LA CADENA ARRANCA CON LA
      * HUELLA DEL ULTIMO MES SELLADO DE LA ENTIDAD. MB9B0216 LA
      * RECALCULA DESDE BGDT071A CON LA MISMA IMAGEN.
       01  CA-MB7C0650                     PIC X(08)  VALUE 'MB7C0650'.
       01  CA-MB9B0148                     PIC X(08)  VALUE 'MB9B0148'.
       01  CA-TABLA-ARCHIVO                PIC X(08)  VALUE 'BGDT071A'.
       01  CA-LONG-IMAGEN                  PIC 9(04)  VALUE 189.
       01  WS-HASH-INICIAL                 PIC X(64).
       01  WS-HASH-SELLO                   PIC X(64).
      *
      * COMMAREA DEL SERVICIO DE SELLO (CALL MB7C0650).
       01  VA-MBEC0650.
           COPY MBEC0650.
      * @BAZ256-F
      *
       LINKAGE SECTION.
      *
                 MOVE WS-MES-INI           TO E148-MES-ARCHIVADO
              END-IF
           END-IF.
      * @BAZ256-I
      *
           IF E148-RETURN-OK
              PERFORM 1200-SELLO-ANTERIOR
           END-IF.
      *
      ******************************************************************
      *.PN 1200-SELLO-ANTERIOR: LA CADENA DEL MES SIGUE A LA DEL ULTIMO*
      *     MES ARCHIVADO Y SELLADO; LA PRIMERA ARRANCA EN CEROS.      *
      ******************************************************************
       1200-SELLO-ANTERIOR.
      *
           MOVE ALL '0'                    TO WS-HASH-INICIAL.
      *
           EXEC SQL
               SELECT T259_HASH
                 INTO :WS-HASH-INICIAL
                 FROM MBDT259 with (nolock)
                WHERE T259_ENT     = :E148-ENT-ORIGIN
                  AND T259_TABLA   = :CA-TABLA-ARCHIVO
                  AND T259_FEC_INI =
                      (SELECT MAX(S.T259_FEC_INI)
                         FROM MBDT259 S
                        WHERE S.T259_ENT     = :E148-ENT-ORIGIN
                          AND S.T259_TABLA   = :CA-TABLA-ARCHIVO
                          AND S.T259_FEC_INI < DATE(:WS-MES-INI))
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE ALL '0'           TO WS-HASH-INICIAL
               WHEN OTHER
                    MOVE CA-99             TO E148-COD-RETURN
           END-EVALUATE.
      *
           MOVE WS-HASH-INICIAL            TO WS-HASH-SELLO.
      * @BAZ256-F
      *
      ******************************************************************
      *.PN 2000-PROCESS: DESCARGA AL GDG; COPIA A LA TABLA DE ARCHIVO; *
           IF E148-RETURN-OK
              PERFORM 2200-COPIA-ARCHIVO
           END-IF.
      * @BAZ256-I
           IF E148-RETURN-OK
              PERFORM 2250-SELLA-MES
           END-IF.
      * @BAZ256-F
           IF E148-RETURN-OK
              PERFORM 2300-PURGA-MES
           END-IF.
           MOVE WS-MOV-FLG-ANN             TO FR-ARC-FLG-ANN.
           MOVE WS-MOV-NETNAME             TO FR-ARC-NETNAME.
           MOVE WS-MOV-INTREF              TO FR-ARC-INTREF.
      * @BAZ256-I
           INITIALIZE VA-MBEC0650.
           MOVE WS-HASH-SELLO              TO PR-SEL-HASH-ANT.
           MOVE CA-LONG-IMAGEN             TO PR-SEL-LONGITUD.
           MOVE FR-ARCHIVO-REG(1:CA-LONG-IMAGEN)
                                           TO PR-SEL-TEXTO.
           CALL CA-MB7C0650 USING VA-MBEC0650.
           IF PR-SEL-COD-RETURN EQUAL CA-00
              MOVE PR-SEL-HASH             TO WS-HASH-SELLO
           ELSE
              MOVE CA-99                   TO E148-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ256-F
           WRITE FR-ARCHIVO-REG.
      *
      ******************************************************************
              MOVE CA-99                   TO E148-COD-RETURN
           END-IF.
      *
      * @BAZ256-I
      ******************************************************************
      *.PN 2250-SELLA-MES: EL SELLO DEL MES QUEDA ANTES DE PURGAR;     *
      *     NINGUN MES SALE DE LINEA SIN SELLO. EN UNA RE-CORRIDA EL   *
      *     MES SE VUELVE A CALCULAR IGUAL Y EL SELLO YA EXISTE.       *
      ******************************************************************
       2250-SELLA-MES.
      *
           EXEC SQL
               INSERT INTO MBDT259
                      (T259_ENT, T259_TABLA, T259_FEC_INI,
                       T259_FEC_FIN, T259_NUM_RENGLONES,
                       T259_HASH_ANT, T259_HASH, T259_PROGRAMA,
                       T259_STP_SELLO)
               VALUES (:E148-ENT-ORIGIN, :CA-TABLA-ARCHIVO,
                       DATE(:WS-MES-INI), DATE(:WS-MES-FIN),
                       :E148-NUM-ARCHIVADOS, :WS-HASH-INICIAL,
                       :WS-HASH-SELLO, :CA-MB9B0148,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-DUPLICATE-VALUES
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E148-COD-RETURN
           END-EVALUATE.
      * @BAZ256-F
      *
      ******************************************************************
      *.PN 2300-PURGA-MES: EL BORRADO VA ALINEADO AL MES COMPLETO (LA  *
      *     PARTICION); NUNCA MEDIO MES.                               *
