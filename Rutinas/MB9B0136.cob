      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ148    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ259    AGR     15-10-2026 EL AJUSTE A FAVOR DEL        *
      *                                   CLIENTE SE REGISTRA COMO     *
      *                                   EVENTO DE PERDIDA            *
      *                                   OPERACIONAL (MB7C0680).      *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 WS-META-ID                   PIC X(10).
      *
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
      * @BAZ259-I
      *
      * COMMAREA DEL REGISTRO DE EVENTOS DE PERDIDA (CALL MB7C0680).
       01  CA-MB7C0680                     PIC X(08)  VALUE 'MB7C0680'.
       01  CA-MB9B0136                     PIC X(08)  VALUE 'MB9B0136'.
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  VA-MBEC0680.
           COPY MBEC0680.
      * @BAZ259-F
      *
       LINKAGE SECTION.
      *
              PERFORM 2400-MARCA-APLICADA
              ADD 1 TO E136-NUM-APLICADOS
              PERFORM 2900-ESCRIBE-AJUSTE
      * @BAZ259-I
              IF E136-RETURN-OK AND WS-AJU-DIFERENCIA > ZEROES
                 PERFORM 2500-REGISTRA-PERDIDA
              END-IF
      * @BAZ259-F
           END-IF.
      *
      ******************************************************************
              MOVE CA-99                   TO E136-COD-RETURN
           END-IF.
      *
      * @BAZ259-I
      ******************************************************************
      *.PN 2500-REGISTRA-PERDIDA: EL AJUSTE QUE ABONA LA ALCANCIA DEL  *
      *     CLIENTE ES UNA PARTIDA DE CONCILIACION QUE ABSORBE EL      *
      *     BANCO (EJECUCION DE PROCESOS EN BANCA MINORISTA). EL       *
      *     AJUSTE QUE CARGA NO ES PERDIDA.                            *
      ******************************************************************
       2500-REGISTRA-PERDIDA.
      *
           INITIALIZE VA-MBEC0680.
           MOVE 'A'                        TO PR-PER-ACCION.
           MOVE E136-ENT-ORIGIN            TO PR-PER-ENT.
           MOVE E136-FECHA-PROCESO         TO PR-PER-FECHA.
           MOVE 'EP'                       TO PR-PER-CATEGORIA.
           MOVE 'BM'                       TO PR-PER-LINEA-NEG.
           MOVE 'CONC'                     TO PR-PER-CAUSA.
           MOVE 'AJUSTE CONCILIACION WALLET A FAVOR CTE'
                                           TO PR-PER-DESCRIPCION.
           MOVE WS-AJU-DIFERENCIA          TO PR-PER-IMPORTE.
           STRING WS-AJU-NUM-CLIENTE       DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-AJU-DAT-PROCESO       DELIMITED BY SIZE
             INTO PR-PER-REF-ORIGEN
           END-STRING.
           MOVE CA-MB9B0136                TO PR-PER-PROGRAMA.
           MOVE WS-AJU-USR-APRUEBA         TO PR-PER-USUARIO.
      *
           CALL CA-MB7C0680 USING VA-MBEC0680.
      *
           IF PR-PER-COD-RETURN NOT EQUAL CA-00 AND
              PR-PER-COD-RETURN NOT EQUAL CA-05
              MOVE CA-99                   TO E136-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ259-F
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-AJUSTE.                                        *
      ******************************************************************
