      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ170    AGR     02-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ259    AGR     15-10-2026 EL ABONO QUE QUEDA           *
      *                                   DEFINITIVO SE REGISTRA COMO  *
      *                                   EVENTO DE PERDIDA OPERACIONAL*
      *                                   LIGADO A LA ACLARACION       *
      *                                   (MB7C0680).                  *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  WS-ESTADO-LIGA                  PIC X(02).
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
      * @BAZ259-I
      *
      * COMMAREA DEL REGISTRO DE EVENTOS DE PERDIDA (CALL MB7C0680).
       01  CA-MB7C0680                     PIC X(08)  VALUE 'MB7C0680'.
       01  CA-MB9B0154                     PIC X(08)  VALUE 'MB9B0154'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  CA-CB-GANADO                    PIC X(02)  VALUE 'GA'.
       01  WS-NUM-GANADOS                  PIC S9(05) COMP.
       01  VA-MBEC0680.
           COPY MBEC0680.
      * @BAZ259-F
      *
       LINKAGE SECTION.
      *
                 MOVE WS-LIG-IMPORTE       TO WS-IMP-REVERSO
                 MOVE 'DEFINITIVO'         TO WS-ACCION
                 PERFORM 2900-ESCRIBE-MOVIMIENTO
      * @BAZ259-I
                 PERFORM 3400-REGISTRA-PERDIDA
      * @BAZ259-F
              END-IF
           END-IF.
      *
              SET WSS-FIN-CURSOR2-SI       TO TRUE
           END-IF.
      *
      * @BAZ259-I
      ******************************************************************
      *.PN 3400-REGISTRA-PERDIDA: EL ABONO QUE QUEDA DEFINITIVO ES     *
      *     DINERO QUE ABSORBE EL BANCO MIENTRAS NO SE GANE EL         *
      *     CONTRACARGO (MB9B0177 LO REGISTRA COMO RECUPERACION).      *
      *     FRAUDE EXTERNO EN BANCA MINORISTA, LIGADO AL FOLIO DE LA   *
      *     ACLARACION. SI EL CONTRACARGO YA SE GANO ANTES DE QUE EL   *
      *     ABONO QUEDARA DEFINITIVO NO HAY PERDIDA QUE REGISTRAR.     *
      ******************************************************************
       3400-REGISTRA-PERDIDA.
      *
           MOVE 0                          TO WS-NUM-GANADOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-GANADOS
                 FROM MBDT202 with(nolock)
                WHERE T202_FOLIO  = :WS-LIG-FOLIO
                  AND T202_ESTADO = :CA-CB-GANADO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E154-COD-RETURN
              SET WSS-FIN-CURSOR2-SI       TO TRUE
           END-IF.
      *
           IF E154-RETURN-OK AND WS-NUM-GANADOS EQUAL 0
              PERFORM 3410-ALTA-EVENTO
           END-IF.
      *
      ******************************************************************
      *.PN 3410-ALTA-EVENTO.                                           *
      ******************************************************************
       3410-ALTA-EVENTO.
      *
           INITIALIZE VA-MBEC0680.
           MOVE 'A'                        TO PR-PER-ACCION.
           MOVE E154-ENT-ORIGIN            TO PR-PER-ENT.
           MOVE E154-FECHA-PROCESO         TO PR-PER-FECHA.
           MOVE 'FE'                       TO PR-PER-CATEGORIA.
           MOVE 'BM'                       TO PR-PER-LINEA-NEG.
           MOVE 'ACLF'                     TO PR-PER-CAUSA.
           MOVE 'ABONO DEFINITIVO DE ACLARACION TARJETA'
                                           TO PR-PER-DESCRIPCION.
           MOVE WS-LIG-IMPORTE             TO PR-PER-IMPORTE.
           MOVE WS-LIG-FOLIO               TO PR-PER-REF-ACLARACION
                                              PR-PER-REF-ORIGEN.
           MOVE CA-MB9B0154                TO PR-PER-PROGRAMA
                                              PR-PER-USUARIO.
      *
           CALL CA-MB7C0680 USING VA-MBEC0680.
      *
           IF PR-PER-COD-RETURN NOT EQUAL CA-00 AND
              PR-PER-COD-RETURN NOT EQUAL CA-05
              MOVE CA-99                   TO E154-COD-RETURN
              SET WSS-FIN-CURSOR2-SI       TO TRUE
           END-IF.
      * @BAZ259-F
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-MOVIMIENTO.                                    *
      ******************************************************************
