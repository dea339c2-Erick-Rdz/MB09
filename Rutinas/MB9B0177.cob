      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ207    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ259    AGR     15-10-2026 EL CONTRACARGO GANADO SE     *
      *                                   REGISTRA COMO RECUPERACION   *
      *                                   DEL EVENTO DE PERDIDA DE LA  *
      *                                   ACLARACION Y EL PERDIDO LO   *
      *                                   CIERRA (MB7C0680).           *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 WS-CIC-FEC-LIMITE            PIC X(10).
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
      * @BAZ259-I
      *
      * COMMAREA DEL REGISTRO DE EVENTOS DE PERDIDA (CALL MB7C0680).
       01  CA-MB7C0680                     PIC X(08)  VALUE 'MB7C0680'.
       01  CA-MB9B0177                     PIC X(08)  VALUE 'MB9B0177'.
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  VA-MBEC0680.
           COPY MBEC0680.
      * @BAZ259-F
      *
       LINKAGE SECTION.
      *
                    IF E177-RETURN-OK
                       PERFORM 2950-HISTORIA-ACLARACION
                    END-IF
      * @BAZ259-I
                    IF E177-RETURN-OK
                       PERFORM 3300-RECUPERA-PERDIDA
                    END-IF
      * @BAZ259-F
               WHEN 'RJ'
                    MOVE CA-PERDIDO        TO WS-CIC-ESTADO
                    PERFORM 3200-ACTUALIZA-CICLO
                    IF E177-RETURN-OK
                       PERFORM 2950-HISTORIA-ACLARACION
                    END-IF
      * @BAZ259-I
                    IF E177-RETURN-OK
                       PERFORM 3400-CIERRA-PERDIDA
                    END-IF
      * @BAZ259-F
               WHEN OTHER
                    MOVE SPACES            TO FR-REPORTE-LINEA
                    STRING 'RESPUESTA-INVALIDA;'
                    MOVE CA-99             TO E177-COD-RETURN
           END-EVALUATE.
      *
      * @BAZ259-I
      ******************************************************************
      *.PN 3300-RECUPERA-PERDIDA: EL CONTRACARGO GANADO RECUPERA EL    *
      *     IMPORTE DEL CICLO CONTRA EL EVENTO DE PERDIDA QUE DIO DE   *
      *     ALTA MB9B0154 AL QUEDAR DEFINITIVO EL ABONO. SI EL ABONO   *
      *     AUN NO ERA DEFINITIVO NO HAY EVENTO Y SOLO SE REPORTA.     *
      ******************************************************************
       3300-RECUPERA-PERDIDA.
      *
           MOVE 0                          TO WS-CIC-IMPORTE.
           EXEC SQL
               SELECT T202_IMPORTE
                 INTO :WS-CIC-IMPORTE
                 FROM MBDT202
                WHERE T202_FOLIO = :WS-CIC-FOLIO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E177-COD-RETURN
           END-IF.
      *
           IF E177-RETURN-OK
              INITIALIZE VA-MBEC0680
              MOVE 'R'                     TO PR-PER-ACCION
              MOVE E177-ENT-ORIGIN         TO PR-PER-ENT
              MOVE E177-FECHA-PROCESO      TO PR-PER-FECHA
              MOVE WS-CIC-FOLIO            TO PR-PER-REF-ACLARACION
              MOVE WS-CIC-IMPORTE          TO PR-PER-IMPORTE
              MOVE 'CONTRACARGO GANADO AL PROCESADOR'
                                           TO PR-PER-DESCRIPCION
              MOVE CA-MB9B0177             TO PR-PER-PROGRAMA
                                              PR-PER-USUARIO
              CALL CA-MB7C0680 USING VA-MBEC0680
              PERFORM 3500-RESULTADO-PERDIDA
           END-IF.
      *
      ******************************************************************
      *.PN 3400-CIERRA-PERDIDA: CONTRACARGO PERDIDO; EL EVENTO YA NO   *
      *     ESPERA RECUPERACION.                                       *
      ******************************************************************
       3400-CIERRA-PERDIDA.
      *
           INITIALIZE VA-MBEC0680.
           MOVE 'F'                        TO PR-PER-ACCION.
           MOVE E177-ENT-ORIGIN            TO PR-PER-ENT.
           MOVE E177-FECHA-PROCESO         TO PR-PER-FECHA.
           MOVE WS-CIC-FOLIO               TO PR-PER-REF-ACLARACION.
           MOVE CA-MB9B0177                TO PR-PER-PROGRAMA
                                              PR-PER-USUARIO.
           CALL CA-MB7C0680 USING VA-MBEC0680.
           PERFORM 3500-RESULTADO-PERDIDA.
      *
      ******************************************************************
      *.PN 3500-RESULTADO-PERDIDA: SIN EVENTO ABIERTO O CON UN IMPORTE *
      *     QUE NO CUADRA CON LO PENDIENTE SE AVISA EN EL REPORTE PARA *
      *     QUE RIESGOS LO REVISE; EL CICLO YA QUEDO CERRADO.          *
      ******************************************************************
       3500-RESULTADO-PERDIDA.
      *
           EVALUATE PR-PER-COD-RETURN
               WHEN CA-00
                    CONTINUE
               WHEN CA-10
               WHEN CA-20
                    MOVE SPACES            TO FR-REPORTE-LINEA
                    STRING 'PERDIDA-SIN-EVENTO;'
                                           DELIMITED BY SIZE
                           WS-CIC-FOLIO    DELIMITED BY SIZE
                           ';'             DELIMITED BY SIZE
                           WS-CIC-ESTADO   DELIMITED BY SIZE
                           ';RC='          DELIMITED BY SIZE
                           PR-PER-COD-RETURN
                                           DELIMITED BY SIZE
                      INTO FR-REPORTE-LINEA
                    END-STRING
                    WRITE FR-REPORTE-LINEA
               WHEN OTHER
                    MOVE CA-99             TO E177-COD-RETURN
           END-EVALUATE.
      * @BAZ259-F
      *
      ******************************************************************
      *.PN 2950-HISTORIA-ACLARACION: EL PASO DEL CICLO QUEDA EN LA     *
      *     MISMA HISTORIA QUE MUESTRA 2112-CONSULTA-HISTORIA.         *
