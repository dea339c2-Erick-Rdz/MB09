      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ206    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ263    AGR     15-10-2026 LO NO CASADO DE AMBOS LADOS Y*
      *                                   EL IMPORTE QUE DIFIERE SE DAN*
      *                                   DE ALTA EN LA BANDEJA DE     *
      *                                   EXCEPCIONES (MB7C0700).      *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  WS-EDIT-SEQ                     PIC 9(10).
       01  WS-EDIT-IMPT                    PIC -(13)9.99.
       01  WS-EDIT-IMPT2                   PIC -(13)9.99.
      * @BAZ263-I
      *
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  CA-FUENTE-SPEI                  PIC X(03)  VALUE 'SPE'.
       01  CA-MB7C0700                     PIC X(08)  VALUE 'MB7C0700'.
       01  CA-MB9B0176                     PIC X(08)  VALUE 'MB9B0176'.
      *
      * COMMAREA DE LA BANDEJA DE EXCEPCIONES (CALL MB7C0700).
       01  VA-MBEC0700.
           COPY MBEC0700.
      * @BAZ263-F
      *
       LINKAGE SECTION.
      *
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      * @BAZ263-I
      *
      *    LLAVE EN LA BANDEJA: 'B' + CLAVE DE RASTREO.
           PERFORM 2990-INICIA-PARTIDA.
           STRING 'B'                      DELIMITED BY SIZE
                  FR-EXT-CVE-RASTREO       DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE FR-EXT-CUENTA              TO PR-EXC-ACC.
           MOVE FR-EXT-IMPORTE             TO PR-EXC-IMPORTE.
           MOVE FR-EXT-FECHA               TO PR-EXC-FECHA.
           MOVE 'SPEI EN BANXICO SIN PIERNA EN FEDT004'
                                           TO PR-EXC-DESCRIPCION.
           PERFORM 2995-ALTA-BANDEJA.
      * @BAZ263-F
      *
      ******************************************************************
      *.PN 2910-ESCRIBE-IMP-DIF.                                       *
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      * @BAZ263-I
      *
      *    LLAVE EN LA BANDEJA: 'D' + CLAVE DE RASTREO; EL IMPORTE ES
      *    LA DIFERENCIA ENTRE BANXICO Y EL LIBRO.
           PERFORM 2990-INICIA-PARTIDA.
           STRING 'D'                      DELIMITED BY SIZE
                  FR-EXT-CVE-RASTREO       DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE FR-EXT-CUENTA              TO PR-EXC-ACC.
           COMPUTE PR-EXC-IMPORTE = FR-EXT-IMPORTE - WS-LIB-IMPORTE.
           MOVE FR-EXT-FECHA               TO PR-EXC-FECHA.
           STRING 'SPEI IMPORTE DIFIERE DEL LIBRO SEQ '
                                           DELIMITED BY SIZE
                  WS-EDIT-SEQ              DELIMITED BY SIZE
             INTO PR-EXC-DESCRIPCION
           END-STRING.
           PERFORM 2995-ALTA-BANDEJA.
      * @BAZ263-F
      *
      ******************************************************************
      *.PN 2920-ESCRIBE-SIN-BANXICO.                                   *
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      * @BAZ263-I
      *
      *    LLAVE EN LA BANDEJA: 'L' + SECUENCIA + FECHA DE LA PIERNA.
           PERFORM 2990-INICIA-PARTIDA.
           STRING 'L'                      DELIMITED BY SIZE
                  WS-EDIT-SEQ              DELIMITED BY SIZE
                  E176-FECHA-PROCESO       DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE WS-LIB-CUENTA              TO PR-EXC-ACC.
           MOVE WS-LIB-IMPORTE             TO PR-EXC-IMPORTE.
           MOVE E176-FECHA-PROCESO         TO PR-EXC-FECHA.
           MOVE 'SPEI EN FEDT004 SIN PIERNA EN BANXICO'
                                           TO PR-EXC-DESCRIPCION.
           PERFORM 2995-ALTA-BANDEJA.
      *
      ******************************************************************
      *.PN 2990-INICIA-PARTIDA.                                        *
      ******************************************************************
       2990-INICIA-PARTIDA.
      *
           INITIALIZE VA-MBEC0700.
           MOVE 'X'                        TO PR-EXC-ACCION.
           MOVE E176-ENT-ORIGIN            TO PR-EXC-ENT.
           MOVE CA-FUENTE-SPEI             TO PR-EXC-FUENTE.
           MOVE CA-MB9B0176                TO PR-EXC-USUARIO
                                              PR-EXC-PROGRAMA.
           MOVE SPACES                     TO PR-EXC-LLAVE
                                              PR-EXC-CEN-REG
                                              PR-EXC-ACC
                                              PR-EXC-DESCRIPCION.
      *
      ******************************************************************
      *.PN 2995-ALTA-BANDEJA: LA PARTIDA QUEDA ABIERTA HASTA QUE       *
      *     OPERACIONES LA RESUELVE; UNA RE-CORRIDA NO LA DUPLICA      *
      *     ('05').                                                    *
      ******************************************************************
       2995-ALTA-BANDEJA.
      *
           CALL CA-MB7C0700 USING VA-MBEC0700.
      *
           IF PR-EXC-COD-RETURN NOT EQUAL CA-00 AND
              PR-EXC-COD-RETURN NOT EQUAL CA-05
              MOVE CA-99                   TO E176-COD-RETURN
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ263-F
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
