      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ182    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ259    AGR     15-10-2026 CADA REEMBOLSO SE REGISTRA   *
      *                                   COMO EVENTO DE PERDIDA       *
      *                                   OPERACIONAL (MB7C0680).      *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           COPY MBEC0150.
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
      * @BAZ259-I
      *
      * COMMAREA DEL REGISTRO DE EVENTOS DE PERDIDA (CALL MB7C0680).
       01  CA-MB7C0680                     PIC X(08)  VALUE 'MB7C0680'.
       01  CA-MB9B0161                     PIC X(08)  VALUE 'MB9B0161'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  VA-MBEC0680.
           COPY MBEC0680.
      * @BAZ259-F
      *
       LINKAGE SECTION.
      *
                 ADD WS-CAR-IMPORTE        TO E161-IMP-RECLAMO
                 PERFORM 2200-AVISA-CLIENTE
                 PERFORM 2900-ESCRIBE-REEMBOLSO
      * @BAZ259-I
                 PERFORM 2300-REGISTRA-PERDIDA
      * @BAZ259-F
              ELSE
                 MOVE CA-99                TO E161-COD-RETURN
                 SET WSS-FIN-CURSOR-SI     TO TRUE
      *
           CALL CA-MB7C0150 USING VA-MBEC0150.
      *
      * @BAZ259-I
      ******************************************************************
      *.PN 2300-REGISTRA-PERDIDA: EL REEMBOLSO SIN LIQUIDACION DEL     *
      *     OPERADOR ES PERDIDA (EJECUCION DE PROCESOS EN PAGOS Y      *
      *     LIQUIDACIONES) HASTA QUE EL OPERADOR LO PAGUE; ESE COBRO   *
      *     LO CAPTURA RIESGOS COMO RECUPERACION DEL EVENTO.           *
      ******************************************************************
       2300-REGISTRA-PERDIDA.
      *
           MOVE WS-CAR-NUM-OPER            TO WS-NOPE-ED.
           INITIALIZE VA-MBEC0680.
           MOVE 'A'                        TO PR-PER-ACCION.
           MOVE E161-ENT-ORIGIN            TO PR-PER-ENT.
           MOVE E161-FECHA-PROCESO         TO PR-PER-FECHA.
           MOVE 'EP'                       TO PR-PER-CATEGORIA.
           MOVE 'PL'                       TO PR-PER-LINEA-NEG.
           MOVE 'MTRO'                     TO PR-PER-CAUSA.
           MOVE 'REEMBOLSO METRO SIN LIQUIDACION OPERADOR'
                                           TO PR-PER-DESCRIPCION.
           MOVE WS-CAR-IMPORTE             TO PR-PER-IMPORTE.
           STRING WS-CAR-CEN-REG           DELIMITED BY SIZE
                  WS-CAR-ACC               DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-NOPE-ED               DELIMITED BY SIZE
             INTO PR-PER-REF-ORIGEN
           END-STRING.
           MOVE CA-MB9B0161                TO PR-PER-PROGRAMA
                                              PR-PER-USUARIO.
      *
           CALL CA-MB7C0680 USING VA-MBEC0680.
      *
           IF PR-PER-COD-RETURN NOT EQUAL CA-00 AND
              PR-PER-COD-RETURN NOT EQUAL CA-05
              MOVE CA-99                   TO E161-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ259-F
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-REEMBOLSO.                                     *
      ******************************************************************
