      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ199    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ259    AGR     15-10-2026 CADA REVERSO ENCOLADO SE     *
      *                                   REGISTRA COMO EVENTO DE      *
      *                                   PERDIDA OPERACIONAL LIGADO   *
      *                                   AL INCIDENTE (MB7C0680).     *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-MOV                     PIC 9(09).
      * @BAZ259-I
      *
      * COMMAREA DEL REGISTRO DE EVENTOS DE PERDIDA (CALL MB7C0680).
       01  CA-MB7C0680                     PIC X(08)  VALUE 'MB7C0680'.
       01  CA-MB9B0173                     PIC X(08)  VALUE 'MB9B0173'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  VA-MBEC0680.
           COPY MBEC0680.
      * @BAZ259-F
      *
       LINKAGE SECTION.
      *
           IF SQL-88-OK
              ADD 1 TO E173-NUM-ENCOLADOS
              MOVE 'ENCOLADO  '            TO WS-ACCION
      * @BAZ259-I
              PERFORM 2300-REGISTRA-PERDIDA
      * @BAZ259-F
           ELSE
              MOVE CA-99                   TO E173-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      * @BAZ259-I
      ******************************************************************
      *.PN 2300-REGISTRA-PERDIDA: EL REVERSO MASIVO SE RECONOCE COMO   *
      *     PERDIDA AL ENCOLARSE (INTERRUPCION DE SISTEMAS EN PAGOS Y  *
      *     LIQUIDACIONES) LIGADO AL INCIDENTE; LA ENTIDAD ES EL       *
      *     PREFIJO DE LA CUENTA. LO QUE SE COBRE DESPUES AL           *
      *     BENEFICIARIO LO CAPTURA RIESGOS COMO RECUPERACION.         *
      ******************************************************************
       2300-REGISTRA-PERDIDA.
      *
           MOVE WS-CAN-MOV-DEBIT           TO WS-EDIT-MOV.
           INITIALIZE VA-MBEC0680.
           MOVE 'A'                        TO PR-PER-ACCION.
           MOVE WS-CAN-ACC-DEBIT(1:4)      TO PR-PER-ENT.
           MOVE 'IS'                       TO PR-PER-CATEGORIA.
           MOVE 'PL'                       TO PR-PER-LINEA-NEG.
           MOVE 'REVM'                     TO PR-PER-CAUSA.
           MOVE 'REVERSO MASIVO DE TRASPASO POR INCIDENTE'
                                           TO PR-PER-DESCRIPCION.
           IF WS-CAN-AMT < ZEROES
              COMPUTE PR-PER-IMPORTE = 0 - WS-CAN-AMT
           ELSE
              MOVE WS-CAN-AMT              TO PR-PER-IMPORTE
           END-IF.
           MOVE E173-REF-INCIDENTE         TO PR-PER-REF-INCIDENTE.
           STRING WS-CAN-ACC-DEBIT         DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-EDIT-MOV              DELIMITED BY SIZE
             INTO PR-PER-REF-ORIGEN
           END-STRING.
           MOVE CA-MB9B0173                TO PR-PER-PROGRAMA.
           MOVE E173-USUARIO               TO PR-PER-USUARIO.
      *
           CALL CA-MB7C0680 USING VA-MBEC0680.
      *
           IF PR-PER-COD-RETURN NOT EQUAL CA-00 AND
              PR-PER-COD-RETURN NOT EQUAL CA-05
              MOVE CA-99                   TO E173-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ259-F
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-CANDIDATO.                                     *
      ******************************************************************
