      *            REGLAS DE 28889: APP POR LA REFERENCIA INTERNA;    *
      *            ATM/SUCURSAL POR NETNAME; CORRESPONSAL POR         *
      *            CODIGO; EL RESTO INTERNO) CON LA VARIACION CONTRA  *
      *            EL MES ANTERIOR (COMISRPT). AL FINAL, EN RENGLON   *
      *            APARTE, LO BONIFICADO DEL MES POR LAS REGLAS DE    *
      *            MB9B0227 (MBDT279); EL INGRESO BRUTO NO SE TOCA.   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ209    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ265    AGR     15-10-2026 RENGLON DE COMISIONES        *
      *                                   BONIFICADAS POR PRODUCTO     *
      *                                   (MBDT279)                    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  WS-IMP-ANTERIOR                 PIC S9(13)V9(02) COMP-3.
       01  WS-IMP-VARIA                    PIC S9(13)V9(02) COMP-3.
       01  WS-FEC-INI                      PIC X(10).
      * @BAZ265-I
       01  WS-BON-NUM                      PIC S9(09) COMP.
       01  WS-BON-IMPORTE                  PIC S9(13)V9(02) COMP-3.
      * @BAZ265-F
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-IMPT2                   PIC -(13)9.99.
           IF E179-RETURN-OK
              PERFORM 2000-TOTALIZA-COMISIONES
           END-IF.
      * @BAZ265-I
           IF E179-RETURN-OK OR E179-RETURN-SIN-DATOS
              PERFORM 3000-BONIFICACIONES
           END-IF.
      * @BAZ265-F
           PERFORM 5000-END.
      *
      ******************************************************************
           MOVE CA-00                      TO E179-COD-RETURN.
           MOVE 0                          TO E179-NUM-RENGLONES
                                              E179-IMP-TOTAL.
      * @BAZ265-I
           MOVE 0                          TO E179-NUM-BONIFICADAS
                                              E179-IMP-BONIFICADO.
      * @BAZ265-F
      *
           IF E179-ENT-ORIGIN  EQUAL SPACES OR
              E179-MES-PROCESO EQUAL SPACES
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      * @BAZ265-I
      ******************************************************************
      *.PN 3000-BONIFICACIONES: CARGOS DEL MES QUE MB9B0227 DEVOLVIO   *
      *     POR CUMPLIR UNA REGLA DE MBDT278, POR PRODUCTO/SUBPRODUCTO.*
      *     SOLO LA COMISION; EL IVA DEVUELTO NO ES INGRESO.           *
      ******************************************************************
       3000-BONIFICACIONES.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C179BON CURSOR FOR
               SELECT T279_COD_PRODUCT, T279_COD_SPROD,
                      COUNT(*), SUM(T279_IMP_COMISION)
                 FROM MBDT279 with (nolock)
                WHERE T279_ENT = :E179-ENT-ORIGIN
                  AND T279_MES = :E179-MES-PROCESO
                GROUP BY T279_COD_PRODUCT, T279_COD_SPROD
                ORDER BY 1, 2
           END-EXEC.
      *
           EXEC SQL
               OPEN C179BON
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C179BON
                   INTO :WS-REN-COD-PROD, :WS-REN-COD-SPROD,
                        :WS-BON-NUM, :WS-BON-IMPORTE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        ADD WS-BON-NUM     TO E179-NUM-BONIFICADAS
                        ADD WS-BON-IMPORTE TO E179-IMP-BONIFICADO
                        PERFORM 3900-ESCRIBE-BONIFICADO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E179-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C179BON
           END-EXEC.
      *
      ******************************************************************
      *.PN 3900-ESCRIBE-BONIFICADO.                                    *
      ******************************************************************
       3900-ESCRIBE-BONIFICADO.
      *
           MOVE WS-BON-NUM                 TO WS-EDIT-NUM.
           MOVE WS-BON-IMPORTE             TO WS-EDIT-IMPT.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'PROD='                  DELIMITED BY SIZE
                  WS-REN-COD-PROD          DELIMITED BY SIZE
                  WS-REN-COD-SPROD         DELIMITED BY SIZE
                  ';BONIFICADO'            DELIMITED BY SIZE
                  ';NUM='                  DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';IMPORTE='              DELIMITED BY SIZE
                  WS-EDIT-IMPT             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      * @BAZ265-F
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
