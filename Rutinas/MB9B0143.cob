      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ154    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ263    AGR     15-10-2026 EL ABONADO-SIN-CARGO Y EL    *
      *                                   CARGADO-SIN-ABONO VENCIDO SE *
      *                                   DAN DE ALTA EN LA BANDEJA DE *
      *                                   EXCEPCIONES (MB7C0700).      *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-Z25                          PIC X(03)  VALUE 'Z25'.
       01  CA-Z26                          PIC X(03)  VALUE 'Z26'.
       01  CA-Z51                          PIC X(03)  VALUE 'Z51'.
      * @BAZ263-I
       01  CA-05                           PIC X(02)  VALUE '05'.
       01  CA-FUENTE-METRO                 PIC X(03)  VALUE 'MET'.
       01  CA-MB7C0700                     PIC X(08)  VALUE 'MB7C0700'.
       01  CA-MB9B0143                     PIC X(08)  VALUE 'MB9B0143'.
      *
      * COMMAREA DE LA BANDEJA DE EXCEPCIONES (CALL MB7C0700).
       01  VA-MBEC0700.
           COPY MBEC0700.
      * @BAZ263-F
      *
      * NUESTRO CARGO METRO CASADO CON EL ABONO EN TURNO.
       01  WS-CARGO.
             INTO FR-CONCILIA-LINEA
           END-STRING.
           WRITE FR-CONCILIA-LINEA.
      * @BAZ263-I
      *
      *    LLAVE EN LA BANDEJA: 'A' + CENTRO + CUENTA + REFERENCIA.
           PERFORM 2990-INICIA-PARTIDA.
           MOVE FR-OPE-REFERENCIA          TO WS-EDIT-NOPE.
           STRING 'A'                      DELIMITED BY SIZE
                  FR-OPE-CEN-REG           DELIMITED BY SIZE
                  FR-OPE-ACC               DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE FR-OPE-CEN-REG             TO PR-EXC-CEN-REG.
           MOVE FR-OPE-ACC                 TO PR-EXC-ACC.
           MOVE FR-OPE-IMPORTE             TO PR-EXC-IMPORTE.
           MOVE FR-OPE-FECHA               TO PR-EXC-FECHA.
           STRING 'METRO ABONADO SIN CARGO TARJETA '
                                           DELIMITED BY SIZE
                  FR-OPE-TARJETA           DELIMITED BY SIZE
             INTO PR-EXC-DESCRIPCION
           END-STRING.
           PERFORM 2995-ALTA-BANDEJA.
      *
      ******************************************************************
      *.PN 2990-INICIA-PARTIDA.                                        *
      ******************************************************************
       2990-INICIA-PARTIDA.
      *
           INITIALIZE VA-MBEC0700.
           MOVE 'X'                        TO PR-EXC-ACCION.
           MOVE E143-ENT-ORIGIN            TO PR-EXC-ENT.
           MOVE CA-FUENTE-METRO            TO PR-EXC-FUENTE.
           MOVE CA-MB9B0143                TO PR-EXC-USUARIO
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
              MOVE CA-99                   TO E143-COD-RETURN
              SET WSS-FIN-ARCHIVO-SI       TO TRUE
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      * @BAZ263-F
      *
      ******************************************************************
      *.PN 3000-CARGOS-SIN-ABONO: NUESTROS CARGOS METRO DE LA VENTANA  *
             INTO FR-REEMBOLSO-LINEA
           END-STRING
           WRITE FR-REEMBOLSO-LINEA
      * @BAZ263-I
           PERFORM 3910-BANDEJA-CARGO
      * @BAZ263-F
           END-IF.
      * @BAZ263-I
      *
      ******************************************************************
      *.PN 3910-BANDEJA-CARGO: LLAVE EN LA BANDEJA: 'C' + CENTRO +     *
      *     CUENTA + NUMERO DE OPERACION.                              *
      ******************************************************************
       3910-BANDEJA-CARGO.
      *
           PERFORM 2990-INICIA-PARTIDA.
           STRING 'C'                      DELIMITED BY SIZE
                  WS-CAR-CEN-REG           DELIMITED BY SIZE
                  WS-CAR-ACC               DELIMITED BY SIZE
                  WS-EDIT-NOPE             DELIMITED BY SIZE
             INTO PR-EXC-LLAVE
           END-STRING.
           MOVE WS-CAR-CEN-REG             TO PR-EXC-CEN-REG.
           MOVE WS-CAR-ACC                 TO PR-EXC-ACC.
           MOVE WS-CAR-IMPORTE             TO PR-EXC-IMPORTE.
           MOVE WS-CAR-FECHA               TO PR-EXC-FECHA.
           MOVE 'METRO CARGADO SIN ABONO DEL OPERADOR'
                                           TO PR-EXC-DESCRIPCION.
           PERFORM 2995-ALTA-BANDEJA.
      * @BAZ263-F
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
