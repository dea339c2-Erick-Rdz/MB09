      ******************************************************************
      *  MB9B0216: SELLADO ENCADENADO DE LAS TABLAS DE AUDITORIA Y    *
      *            VERIFICACION DE LOS SELLOS. SIN SELLO NO HABIA     *
      *            FORMA DE PROBAR QUE NADIE EDITO LA BITACORA DE     *
      *            ACCESOS (MBDT144), LA LINEA DE TIEMPO DE TRASPASOS *
      *            (BGDT114) NI LOS MESES ARCHIVADOS DEL CATALOGO     *
      *            MBDT164 (BGDT071A).                                *
      *            - MODO 'S' (NOCTURNO): SELLA LOS RENGLONES DEL DIA *
      *              DE MBDT144 Y BGDT114. CADA RENGLON SE ENCADENA A *
      *              LA HUELLA DEL ANTERIOR (MB7C0650, SHA-256) Y LA  *
      *              CADENA DEL DIA ARRANCA CON LA HUELLA DEL SELLO   *
      *              ANTERIOR DE LA MISMA TABLA; EL SELLO QUEDA EN    *
      *              MBDT259 (TABLA SOLO DE ALTA Y CONSULTA PARA LOS  *
      *              PLANES DE SELLADO; NADIE LA ACTUALIZA). LOS MESES*
      *              ARCHIVADOS LOS SELLA MB9B0148 AL ESCRIBIRLOS.    *
      *            - MODOS 'R' (RANGO) Y 'M' (MUESTRA ROTATIVA):      *
      *              RECALCULA CADA SELLO DESDE LA TABLA Y REVISA QUE *
      *              SIGA ENCADENADO AL SELLO ANTERIOR. LA            *
      *              VERIFICACION QUEDA EN MBDT260 Y EN EL REPORTE    *
      *              SELLRPT; CADA SELLO QUE NO CUADRA LEVANTA        *
      *              INCIDENTE EN QGDT888 (QG1CINC; ABCODE 'SELL')    *
      *              CON LA TABLA Y EL RANGO AFECTADOS.               *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0216.
      *
       AUTHOR.        BACKOFFICE.
      *
       DATE-WRITTEN.  2026-10-15.
      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ256    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPORTE ASSIGN TO SELLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-20                           PIC X(02)  VALUE '20'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-MB7C0650                     PIC X(08)  VALUE 'MB7C0650'.
       01  CA-MB9B0216                     PIC X(08)  VALUE 'MB9B0216'.
       01  CA-QG1CINC                      PIC X(08)  VALUE 'QG1CINC'.
       01  CA-ABCODE-SELLO                 PIC X(04)  VALUE 'SELL'.
      * TABLAS SELLADAS.
       01  CA-TABLA-ACCESOS                PIC X(08)  VALUE 'MBDT144'.
       01  CA-TABLA-TRASPASOS              PIC X(08)  VALUE 'BGDT114'.
       01  CA-TABLA-ARCHIVO                PIC X(08)  VALUE 'BGDT071A'.
      * RESULTADO DE LA VERIFICACION (MBDT260).
       01  CA-RES-OK                       PIC X(02)  VALUE 'OK'.
       01  CA-RES-ALTERADO                 PIC X(02)  VALUE 'AL'.
       01  CA-RES-CADENA-ROTA              PIC X(02)  VALUE 'CA'.
      * LONGITUD DE LA IMAGEN DE CADA RENGLON QUE SE ENCADENA.
       01  CA-LONG-ACCESOS                 PIC 9(04)  VALUE 100.
       01  CA-LONG-TRASPASOS               PIC 9(04)  VALUE 120.
       01  CA-LONG-ARCHIVO                 PIC 9(04)  VALUE 189.
       01  CA-MAX-SELLOS                   PIC S9(04) COMP VALUE 1000.
      *
      * SELLOS A VERIFICAR EN LA MUESTRA ROTATIVA (MBDT140 'SELL' /
      * 'MUESTRA'; DEFAULT 10).
       01  WS-PAR-MUESTRA                  PIC S9(09) COMP VALUE 10.
       01  WS-PAR-LEIDO                    PIC S9(09) COMP.
      *
      * TABLA Y RANGO EN TURNO; HUELLA CON LA QUE ARRANCA LA CADENA Y
      * HUELLA/RENGLONES CALCULADOS.
       01  WS-TABLA                        PIC X(08).
       01  WS-RNG-INI                      PIC X(10).
       01  WS-RNG-FIN                      PIC X(10).
       01  WS-HASH-CEROS                   PIC X(64).
       01  WS-HASH-INICIAL                 PIC X(64).
       01  WS-HASH-CALC                    PIC X(64).
       01  WS-NUM-CALC                     PIC S9(09) COMP.
       01  WS-NUM-EXISTE                   PIC S9(09) COMP.
       01  WS-RESULTADO                    PIC X(02).
      *
      * IMAGEN DE UN RENGLON DE MBDT144 O BGDT114 (ARMADA EN EL SELECT)
      * O DEL MOVIMIENTO ARCHIVADO (CA-LONG-ARCHIVO, LA MAS LARGA).
       01  WS-IMAGEN                       PIC X(189).
       01  WS-LONG-IMAGEN                  PIC 9(04).
      *
      * MOVIMIENTO ARCHIVADO (MISMAS COLUMNAS QUE LA DESCARGA DE
      * MB9B0148).
       01  WS-MOVTO.
           05 WS-MOV-CEN-REG               PIC X(04).
           05 WS-MOV-ACC                   PIC X(10).
           05 WS-MOV-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-MOV-COD                   PIC X(03).
           05 WS-MOV-FECHA                 PIC X(10).
           05 WS-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-MOV-OBSERV                PIC X(40).
           05 WS-MOV-TIM-OPER              PIC X(08).
           05 WS-MOV-DAT-ACCT              PIC X(10).
           05 WS-MOV-DAT-VALUE             PIC X(10).
           05 WS-MOV-AUTBAL                PIC S9(13)V9(02) COMP-3.
           05 WS-MOV-AMT-ORIGEN            PIC S9(13)V9(02) COMP-3.
           05 WS-MOV-OCC                   PIC X(03).
           05 WS-MOV-FCC                   PIC X(03).
           05 WS-MOV-CHECK                 PIC S9(07) COMP-3.
           05 WS-MOV-FLG-ANN               PIC X(01).
           05 WS-MOV-NETNAME               PIC X(08).
           05 WS-MOV-INTREF                PIC X(15).
      *
      * IMAGEN DEL MOVIMIENTO ARCHIVADO: LA MISMA DEL RENGLON DEL GDG
      * DE MB9B0148 (FR-ARCHIVO-REG SIN SU FILLER).
       01  WS-IMG-ARCHIVO.
           05 WS-IMG-CEN-REG               PIC X(04).
           05 WS-IMG-ACC                   PIC X(10).
           05 WS-IMG-NUM-OPER              PIC 9(09).
           05 WS-IMG-COD                   PIC X(03).
           05 WS-IMG-FECHA                 PIC X(10).
           05 WS-IMG-IMPORTE               PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05 WS-IMG-OBSERV                PIC X(40).
           05 WS-IMG-TIM-OPER              PIC X(08).
           05 WS-IMG-DAT-ACCT              PIC X(10).
           05 WS-IMG-DAT-VALUE             PIC X(10).
           05 WS-IMG-AUTBAL                PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05 WS-IMG-AMT-ORIGEN            PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05 WS-IMG-OCC                   PIC X(03).
           05 WS-IMG-FCC                   PIC X(03).
           05 WS-IMG-CHECK                 PIC 9(07).
           05 WS-IMG-FLG-ANN               PIC X(01).
           05 WS-IMG-NETNAME               PIC X(08).
           05 WS-IMG-INTREF                PIC X(15).
      *
      * SELLO LEIDO DEL CURSOR DE VERIFICACION.
       01  WS-SEL.
           05 WS-SEL-TABLA                 PIC X(08).
           05 WS-SEL-FEC-INI               PIC X(10).
           05 WS-SEL-FEC-FIN               PIC X(10).
           05 WS-SEL-NUM                   PIC S9(09) COMP.
           05 WS-SEL-HASH-ANT              PIC X(64).
           05 WS-SEL-HASH                  PIC X(64).
           05 WS-SEL-HASH-PREVIO           PIC X(64).
           05 WS-SEL-ULT-VERIFICA          PIC X(26).
      *
      * SELLOS A VERIFICAR (SE CARGAN ANTES PARA NO ANIDAR CURSORES).
       01  WS-TB-SELLOS.
           05 WS-TB-SELLO OCCURS 1000 TIMES.
              10 WS-TB-TABLA               PIC X(08).
              10 WS-TB-FEC-INI             PIC X(10).
              10 WS-TB-FEC-FIN             PIC X(10).
              10 WS-TB-NUM                 PIC S9(09) COMP.
              10 WS-TB-HASH-ANT            PIC X(64).
              10 WS-TB-HASH                PIC X(64).
              10 WS-TB-HASH-PREVIO         PIC X(64).
       01  WS-NUM-SELLOS                   PIC S9(04) COMP.
       01  WS-IX                           PIC S9(04) COMP.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-NUM2                    PIC ZZZZZZZZ9.
       01  WS-REFERENCIA                   PIC X(20).
       01  WS-NUM-INCIDENTES               PIC S9(09) COMP.
      *
      * COMMAREA DEL SERVICIO DE SELLO (CALL MB7C0650).
       01  VA-MBEC0650.
           COPY MBEC0650.
      *
      * AREAS PARA EL ALTA DEL INCIDENTE (CALL QG1CINC).
           COPY DFHEIBLK.
       01  VA-QGECINC.
           COPY QGECINC.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0216.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0216.
      *
           PERFORM 1000-START.
           IF E216-RETURN-OK
              IF E216-MODO-SELLA
                 PERFORM 2000-SELLA-DIA
              ELSE
                 PERFORM 3000-VERIFICA
              END-IF
           END-IF.
           IF E216-RETURN-OK OR E216-RETURN-ALTERADOS
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E216-COD-RETURN.
           MOVE 0                          TO E216-NUM-SELLOS
                                              E216-NUM-RENGLONES
                                              E216-NUM-VERIFICADOS
                                              E216-NUM-ALTERADOS.
           MOVE ALL '0'                    TO WS-HASH-CEROS.
      *
           IF E216-ENT-ORIGIN EQUAL SPACES OR
              (NOT E216-MODO-SELLA AND NOT E216-MODO-RANGO AND
               NOT E216-MODO-MUESTRA)
              MOVE CA-99                   TO E216-COD-RETURN
           END-IF.
      *
           IF (E216-MODO-SELLA OR E216-MODO-RANGO) AND
              E216-FEC-INI EQUAL SPACES
              MOVE CA-99                   TO E216-COD-RETURN
           END-IF.
      *
           IF E216-MODO-RANGO AND E216-FEC-FIN EQUAL SPACES
              MOVE E216-FEC-INI            TO E216-FEC-FIN
           END-IF.
      *
           IF E216-RETURN-OK AND E216-MODO-MUESTRA
              PERFORM 1100-LEE-MUESTRA
           END-IF.
      *
           IF E216-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'SELLOS DE AUDITORIA; MODO '
                                            DELIMITED BY SIZE
                     E216-MODO              DELIMITED BY SIZE
                     '; ENTIDAD '           DELIMITED BY SIZE
                     E216-ENT-ORIGIN        DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LEE-MUESTRA.                                           *
      ******************************************************************
       1100-LEE-MUESTRA.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 4)))
                 INTO :WS-PAR-LEIDO
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'SELL'
                  AND T140_COD_TABLE = 'MUESTRA'
                  AND T140_ENTITY    = :E216-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK AND WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-MUESTRA
           END-IF.
           IF WS-PAR-MUESTRA > CA-MAX-SELLOS
              MOVE CA-MAX-SELLOS           TO WS-PAR-MUESTRA
           END-IF.
      *
      ******************************************************************
      *.PN 2000-SELLA-DIA: UN SELLO POR TABLA Y DIA.                   *
      ******************************************************************
       2000-SELLA-DIA.
      *
           MOVE E216-FEC-INI               TO WS-RNG-INI
                                              WS-RNG-FIN.
      *
           MOVE CA-TABLA-ACCESOS           TO WS-TABLA.
           PERFORM 2100-SELLA-TABLA.
      *
           IF E216-RETURN-OK
              MOVE CA-TABLA-TRASPASOS      TO WS-TABLA
              PERFORM 2100-SELLA-TABLA
           END-IF.
      *
           IF E216-RETURN-OK AND E216-NUM-SELLOS EQUAL 0
              MOVE CA-10                   TO E216-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-SELLA-TABLA: SI EL DIA YA ESTA SELLADO (RE-CORRIDA) O  *
      *     YA HAY UN SELLO POSTERIOR NO SE SELLA: LA CADENA SOLO      *
      *     CRECE HACIA ADELANTE.                                      *
      ******************************************************************
       2100-SELLA-TABLA.
      *
           MOVE 0                          TO WS-NUM-EXISTE.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-EXISTE
                 FROM MBDT259
                WHERE T259_ENT     = :E216-ENT-ORIGIN
                  AND T259_TABLA   = :WS-TABLA
                  AND T259_FEC_INI >= DATE(:WS-RNG-INI)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E216-COD-RETURN
           END-IF.
      *
           IF E216-RETURN-OK AND WS-NUM-EXISTE > 0
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING WS-TABLA              DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-RNG-INI            DELIMITED BY SIZE
                     ';NO SE SELLA: YA SELLADO O HAY SELLO POSTERIOR'
                                           DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
           IF E216-RETURN-OK AND WS-NUM-EXISTE EQUAL 0
              PERFORM 2200-SELLO-ANTERIOR
              IF E216-RETURN-OK
                 PERFORM 3500-CALCULA-HUELLA
              END-IF
              IF E216-RETURN-OK
                 PERFORM 2300-GRABA-SELLO
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-SELLO-ANTERIOR: LA CADENA DEL DIA SIGUE A LA DEL ULTIMO*
      *     SELLO DE LA TABLA; LA PRIMERA ARRANCA EN CEROS.            *
      ******************************************************************
       2200-SELLO-ANTERIOR.
      *
           MOVE WS-HASH-CEROS              TO WS-HASH-INICIAL.
      *
           EXEC SQL
               SELECT T259_HASH
                 INTO :WS-HASH-INICIAL
                 FROM MBDT259
                WHERE T259_ENT     = :E216-ENT-ORIGIN
                  AND T259_TABLA   = :WS-TABLA
                  AND T259_FEC_INI =
                      (SELECT MAX(S.T259_FEC_INI)
                         FROM MBDT259 S
                        WHERE S.T259_ENT     = :E216-ENT-ORIGIN
                          AND S.T259_TABLA   = :WS-TABLA
                          AND S.T259_FEC_INI < DATE(:WS-RNG-INI))
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE WS-HASH-CEROS     TO WS-HASH-INICIAL
               WHEN OTHER
                    MOVE CA-99             TO E216-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-GRABA-SELLO: EL DIA SIN RENGLONES TAMBIEN SE SELLA     *
      *     (HUELLA IGUAL A LA ANTERIOR) PARA QUE LA CADENA NO TENGA   *
      *     HUECOS.                                                    *
      ******************************************************************
       2300-GRABA-SELLO.
      *
           EXEC SQL
               INSERT INTO MBDT259
                      (T259_ENT, T259_TABLA, T259_FEC_INI,
                       T259_FEC_FIN, T259_NUM_RENGLONES,
                       T259_HASH_ANT, T259_HASH, T259_PROGRAMA,
                       T259_STP_SELLO)
               VALUES (:E216-ENT-ORIGIN, :WS-TABLA,
                       DATE(:WS-RNG-INI), DATE(:WS-RNG-FIN),
                       :WS-NUM-CALC, :WS-HASH-INICIAL,
                       :WS-HASH-CALC, :CA-MB9B0216,
                       CURRENT TIMESTAMP)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK
              ADD 1                        TO E216-NUM-SELLOS
              ADD WS-NUM-CALC              TO E216-NUM-RENGLONES
              MOVE WS-NUM-CALC             TO WS-EDIT-NUM
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING WS-TABLA              DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-RNG-INI            DELIMITED BY SIZE
                     ';SELLADO;RENGLONES=' DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                     ';'                   DELIMITED BY SIZE
                     WS-HASH-CALC          DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           ELSE
              MOVE CA-99                   TO E216-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3000-VERIFICA: CARGA LOS SELLOS DEL RANGO O DE LA MUESTRA Y *
      *     LOS RECALCULA UNO POR UNO.                                 *
      ******************************************************************
       3000-VERIFICA.
      *
           MOVE 0                          TO WS-NUM-SELLOS.
      *
           IF E216-MODO-RANGO
              PERFORM 3100-CARGA-RANGO
           ELSE
              PERFORM 3150-CARGA-MUESTRA
           END-IF.
      *
           IF E216-RETURN-OK
              PERFORM 3200-VERIFICA-SELLO
                 VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-SELLOS OR
                         NOT (E216-RETURN-OK OR E216-RETURN-ALTERADOS)
           END-IF.
      *
           IF E216-RETURN-OK AND E216-NUM-VERIFICADOS EQUAL 0
              MOVE CA-10                   TO E216-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3100-CARGA-RANGO: SELLOS CUYO RANGO EMPIEZA EN EL PERIODO   *
      *     PEDIDO, CON LA HUELLA DEL SELLO QUE LES PRECEDE.           *
      ******************************************************************
       3100-CARGA-RANGO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C216RNG CURSOR FOR
               SELECT S.T259_TABLA, CHAR(S.T259_FEC_INI),
                      CHAR(S.T259_FEC_FIN), S.T259_NUM_RENGLONES,
                      S.T259_HASH_ANT, S.T259_HASH,
                      COALESCE(
                      (SELECT P.T259_HASH
                         FROM MBDT259 P
                        WHERE P.T259_ENT     = S.T259_ENT
                          AND P.T259_TABLA   = S.T259_TABLA
                          AND P.T259_FEC_INI =
                              (SELECT MAX(Q.T259_FEC_INI)
                                 FROM MBDT259 Q
                                WHERE Q.T259_ENT   = S.T259_ENT
                                  AND Q.T259_TABLA = S.T259_TABLA
                                  AND Q.T259_FEC_INI <
                                      S.T259_FEC_INI)),
                      :WS-HASH-CEROS)
                 FROM MBDT259 S
                WHERE S.T259_ENT = :E216-ENT-ORIGIN
                  AND (S.T259_TABLA = :E216-TABLA OR
                       :E216-TABLA = ' ')
                  AND S.T259_FEC_INI BETWEEN DATE(:E216-FEC-INI)
                                         AND DATE(:E216-FEC-FIN)
                ORDER BY S.T259_TABLA, S.T259_FEC_INI
           END-EXEC.
      *
           EXEC SQL
               OPEN C216RNG
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C216RNG
                   INTO :WS-SEL-TABLA, :WS-SEL-FEC-INI,
                        :WS-SEL-FEC-FIN, :WS-SEL-NUM,
                        :WS-SEL-HASH-ANT, :WS-SEL-HASH,
                        :WS-SEL-HASH-PREVIO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3190-AGREGA-SELLO
                        IF WS-NUM-SELLOS >= CA-MAX-SELLOS
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E216-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C216RNG
           END-EXEC.
      *
      ******************************************************************
      *.PN 3150-CARGA-MUESTRA: PRIMERO LOS SELLOS NUNCA VERIFICADOS Y  *
      *     LUEGO LOS DE VERIFICACION MAS VIEJA; CON EL TIEMPO LA      *
      *     MUESTRA RECORRE TODOS LOS SELLOS.                          *
      ******************************************************************
       3150-CARGA-MUESTRA.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C216MUE CURSOR FOR
               SELECT S.T259_TABLA, CHAR(S.T259_FEC_INI),
                      CHAR(S.T259_FEC_FIN), S.T259_NUM_RENGLONES,
                      S.T259_HASH_ANT, S.T259_HASH,
                      COALESCE(
                      (SELECT P.T259_HASH
                         FROM MBDT259 P
                        WHERE P.T259_ENT     = S.T259_ENT
                          AND P.T259_TABLA   = S.T259_TABLA
                          AND P.T259_FEC_INI =
                              (SELECT MAX(Q.T259_FEC_INI)
                                 FROM MBDT259 Q
                                WHERE Q.T259_ENT   = S.T259_ENT
                                  AND Q.T259_TABLA = S.T259_TABLA
                                  AND Q.T259_FEC_INI <
                                      S.T259_FEC_INI)),
                      :WS-HASH-CEROS),
                      COALESCE(
                      (SELECT MAX(V.T260_STP_VERIFICA)
                         FROM MBDT260 V
                        WHERE V.T260_ENT     = S.T259_ENT
                          AND V.T260_TABLA   = S.T259_TABLA
                          AND V.T260_FEC_INI = S.T259_FEC_INI),
                      TIMESTAMP('0001-01-01-00.00.00.000000'))
                      AS ULT_VERIFICA
                 FROM MBDT259 S
                WHERE S.T259_ENT = :E216-ENT-ORIGIN
                ORDER BY ULT_VERIFICA, S.T259_TABLA, S.T259_FEC_INI
           END-EXEC.
      *
           EXEC SQL
               OPEN C216MUE
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C216MUE
                   INTO :WS-SEL-TABLA, :WS-SEL-FEC-INI,
                        :WS-SEL-FEC-FIN, :WS-SEL-NUM,
                        :WS-SEL-HASH-ANT, :WS-SEL-HASH,
                        :WS-SEL-HASH-PREVIO, :WS-SEL-ULT-VERIFICA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3190-AGREGA-SELLO
                        IF WS-NUM-SELLOS >= WS-PAR-MUESTRA
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E216-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C216MUE
           END-EXEC.
      *
      ******************************************************************
      *.PN 3190-AGREGA-SELLO.                                          *
      ******************************************************************
       3190-AGREGA-SELLO.
      *
           ADD 1                           TO WS-NUM-SELLOS.
           MOVE WS-SEL-TABLA          TO WS-TB-TABLA(WS-NUM-SELLOS).
           MOVE WS-SEL-FEC-INI        TO WS-TB-FEC-INI(WS-NUM-SELLOS).
           MOVE WS-SEL-FEC-FIN        TO WS-TB-FEC-FIN(WS-NUM-SELLOS).
           MOVE WS-SEL-NUM            TO WS-TB-NUM(WS-NUM-SELLOS).
           MOVE WS-SEL-HASH-ANT       TO WS-TB-HASH-ANT(WS-NUM-SELLOS).
           MOVE WS-SEL-HASH           TO WS-TB-HASH(WS-NUM-SELLOS).
           MOVE WS-SEL-HASH-PREVIO
                                 TO WS-TB-HASH-PREVIO(WS-NUM-SELLOS).
      *
      ******************************************************************
      *.PN 3200-VERIFICA-SELLO: RECALCULA LA CADENA DESDE LA HUELLA    *
      *     CON LA QUE ARRANCO EL SELLO. NO CUADRA SI CAMBIA LA HUELLA *
      *     O EL NUMERO DE RENGLONES ('AL'), O SI LA HUELLA DE ARRANQUE*
      *     YA NO ES LA DEL SELLO ANTERIOR ('CA': SE QUITO O REHIZO UN *
      *     SELLO).                                                    *
      ******************************************************************
       3200-VERIFICA-SELLO.
      *
           MOVE WS-TB-TABLA(WS-IX)         TO WS-TABLA.
           MOVE WS-TB-FEC-INI(WS-IX)       TO WS-RNG-INI.
           MOVE WS-TB-FEC-FIN(WS-IX)       TO WS-RNG-FIN.
           MOVE WS-TB-HASH-ANT(WS-IX)      TO WS-HASH-INICIAL.
      *
           PERFORM 3500-CALCULA-HUELLA.
      *
           IF E216-RETURN-OK OR E216-RETURN-ALTERADOS
              EVALUATE TRUE
                  WHEN WS-HASH-CALC NOT EQUAL WS-TB-HASH(WS-IX) OR
                       WS-NUM-CALC  NOT EQUAL WS-TB-NUM(WS-IX)
                       MOVE CA-RES-ALTERADO  TO WS-RESULTADO
                  WHEN WS-TB-HASH-ANT(WS-IX) NOT EQUAL
                       WS-TB-HASH-PREVIO(WS-IX)
                       MOVE CA-RES-CADENA-ROTA TO WS-RESULTADO
                  WHEN OTHER
                       MOVE CA-RES-OK        TO WS-RESULTADO
              END-EVALUATE
              PERFORM 3300-REGISTRA-VERIFICACION
           END-IF.
      *
           IF (E216-RETURN-OK OR E216-RETURN-ALTERADOS) AND
              WS-RESULTADO NOT EQUAL CA-RES-OK
              ADD 1                        TO E216-NUM-ALTERADOS
              MOVE CA-20                   TO E216-COD-RETURN
              PERFORM 3400-ABRE-INCIDENTE
           END-IF.
      *
      ******************************************************************
      *.PN 3300-REGISTRA-VERIFICACION.                                 *
      ******************************************************************
       3300-REGISTRA-VERIFICACION.
      *
           EXEC SQL
               INSERT INTO MBDT260
                      (T260_ENT, T260_TABLA, T260_FEC_INI,
                       T260_STP_VERIFICA, T260_RESULTADO,
                       T260_NUM_RENGLONES, T260_HASH_CALC)
               VALUES (:E216-ENT-ORIGIN, :WS-TABLA,
                       DATE(:WS-RNG-INI), CURRENT TIMESTAMP,
                       :WS-RESULTADO, :WS-NUM-CALC, :WS-HASH-CALC)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E216-COD-RETURN
           END-IF.
      *
           ADD 1                           TO E216-NUM-VERIFICADOS.
           ADD WS-NUM-CALC                 TO E216-NUM-RENGLONES.
           MOVE WS-NUM-CALC                TO WS-EDIT-NUM.
           MOVE WS-TB-NUM(WS-IX)           TO WS-EDIT-NUM2.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-TABLA                 DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-RNG-INI               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-RNG-FIN               DELIMITED BY SIZE
                  ';VERIFICADO '           DELIMITED BY SIZE
                  WS-RESULTADO             DELIMITED BY SIZE
                  ';RENGLONES='            DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-HASH-CALC             DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3400-ABRE-INCIDENTE: MISMA ALTA QUE QG1CABC (CALL QG1CINC); *
      *     UNO POR TABLA Y RANGO (LAS SIGUIENTES VERIFICACIONES NO LO *
      *     REPITEN).                                                  *
      ******************************************************************
       3400-ABRE-INCIDENTE.
      *
           MOVE SPACES                     TO WS-REFERENCIA.
           STRING WS-TABLA                 DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-RNG-INI               DELIMITED BY SIZE
             INTO WS-REFERENCIA
           END-STRING.
      *
           MOVE 0                          TO WS-NUM-INCIDENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NUM-INCIDENTES
                 FROM MAZP.QGDT888 with (nolock)
                WHERE T888_ABCODE     = :CA-ABCODE-SELLO
                  AND T888_REFERENCE1 = :WS-REFERENCIA
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E216-COD-RETURN
           END-IF.
      *
           IF WS-NUM-INCIDENTES EQUAL 0 AND E216-RETURN-ALTERADOS
              INITIALIZE DFHEIBLK VA-QGECINC
              MOVE 'BTCH'                  TO EIBTRMID
              MOVE CA-ABCODE-SELLO         TO INC-ABCODE
              MOVE CA-MB9B0216             TO INC-DES-PROG
              MOVE WS-REFERENCIA           TO INC-REFERENCE1
              MOVE WS-TABLA                TO INC-OBJECT-ERROR
              MOVE 0                       TO INC-SQLCODE
              MOVE SPACES                  TO INC-SQLERRM
              IF WS-RESULTADO EQUAL CA-RES-ALTERADO
                 STRING 'SELLO NO CUADRA DEL ' DELIMITED BY SIZE
                        WS-RNG-INI          DELIMITED BY SIZE
                        ' AL '              DELIMITED BY SIZE
                        WS-RNG-FIN          DELIMITED BY SIZE
                        ' RENGLONES '       DELIMITED BY SIZE
                        WS-EDIT-NUM         DELIMITED BY SIZE
                        '/'                 DELIMITED BY SIZE
                        WS-EDIT-NUM2        DELIMITED BY SIZE
                   INTO INC-SQLERRM
                 END-STRING
              ELSE
                 STRING 'CADENA DE SELLOS ROTA ANTES DEL '
                                            DELIMITED BY SIZE
                        WS-RNG-INI          DELIMITED BY SIZE
                   INTO INC-SQLERRM
                 END-STRING
              END-IF
              CALL CA-QG1CINC USING DFHEIBLK VA-QGECINC
           END-IF.
      *
      ******************************************************************
      *.PN 3500-CALCULA-HUELLA: ENCADENA LOS RENGLONES DE WS-TABLA EN  *
      *     EL RANGO WS-RNG-INI/FIN A PARTIR DE WS-HASH-INICIAL. EL    *
      *     ORDEN ES EL DE LA IMAGEN DEL RENGLON (MBDT144/BGDT114) O EL*
      *     DE LA DESCARGA DE MB9B0148 (BGDT071A), ASI SIEMPRE SALE LA *
      *     MISMA CADENA.                                              *
      ******************************************************************
       3500-CALCULA-HUELLA.
      *
           MOVE WS-HASH-INICIAL            TO WS-HASH-CALC.
           MOVE 0                          TO WS-NUM-CALC.
      *
           EVALUATE WS-TABLA
               WHEN CA-TABLA-ACCESOS
                    MOVE CA-LONG-ACCESOS   TO WS-LONG-IMAGEN
                    PERFORM 3510-HUELLA-ACCESOS
               WHEN CA-TABLA-TRASPASOS
                    MOVE CA-LONG-TRASPASOS TO WS-LONG-IMAGEN
                    PERFORM 3520-HUELLA-TRASPASOS
               WHEN CA-TABLA-ARCHIVO
                    MOVE CA-LONG-ARCHIVO   TO WS-LONG-IMAGEN
                    PERFORM 3530-HUELLA-ARCHIVO
               WHEN OTHER
                    MOVE CA-99             TO E216-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3510-HUELLA-ACCESOS: BITACORA DE ACCESOS (MBDT144) POR SU   *
      *     HORA DE REGISTRO.                                          *
      ******************************************************************
       3510-HUELLA-ACCESOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C216ACC CURSOR FOR
               SELECT T144_ENT_ORIGIN CONCAT T144_USERID
                      CONCAT T144_TERMINAL CONCAT T144_CHANN
                      CONCAT T144_PRKEY CONCAT T144_LLAVE
                      CONCAT COALESCE(T144_DESENMASC, ' ')
                      CONCAT COALESCE(T144_DELEGADO, ' ')
                      CONCAT COALESCE(CHAR(T144_ID_CONSENT), ' ')
                      CONCAT CHAR(T144_STP_LASTMOD)
                 FROM MBDT144
                WHERE T144_ENT_ORIGIN = :E216-ENT-ORIGIN
                  AND DATE(T144_STP_LASTMOD)
                      BETWEEN DATE(:WS-RNG-INI) AND DATE(:WS-RNG-FIN)
                ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               OPEN C216ACC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               MOVE SPACES                 TO WS-IMAGEN
               EXEC SQL
                   FETCH C216ACC
                   INTO :WS-IMAGEN
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3590-ENCADENA-IMAGEN
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E216-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C216ACC
           END-EXEC.
      *
      ******************************************************************
      *.PN 3520-HUELLA-TRASPASOS: LINEA DE TIEMPO DE TRASPASOS         *
      *     (BGDT114) POR SU HORA DE CAMBIO DE ESTATUS; LA ENTIDAD VA  *
      *     EN LAS PRIMERAS 4 POSICIONES DE LA CUENTA DE CARGO.        *
      ******************************************************************
       3520-HUELLA-TRASPASOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C216TRA CURSOR FOR
               SELECT T114_ACC_DEBIT CONCAT CHAR(T114_MOV_DEBIT)
                      CONCAT COALESCE(T114_STATUS_ANT, ' ')
                      CONCAT COALESCE(T114_STATUS_NVO, ' ')
                      CONCAT COALESCE(T114_USERID, ' ')
                      CONCAT CHAR(T114_STP_CAMBIO)
                 FROM BGDT114
                WHERE SUBSTR(T114_ACC_DEBIT, 1, 4) = :E216-ENT-ORIGIN
                  AND T114_STP_CAMBIO IS NOT NULL
                  AND DATE(T114_STP_CAMBIO)
                      BETWEEN DATE(:WS-RNG-INI) AND DATE(:WS-RNG-FIN)
                ORDER BY 1
           END-EXEC.
      *
           EXEC SQL
               OPEN C216TRA
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               MOVE SPACES                 TO WS-IMAGEN
               EXEC SQL
                   FETCH C216TRA
                   INTO :WS-IMAGEN
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3590-ENCADENA-IMAGEN
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E216-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C216TRA
           END-EXEC.
      *
      ******************************************************************
      *.PN 3530-HUELLA-ARCHIVO: MES ARCHIVADO (BGDT071A) CON LAS       *
      *     MISMAS COLUMNAS, ORDEN E IMAGEN QUE LA DESCARGA AL GDG DE  *
      *     MB9B0148, QUE ES DONDE SE SELLO.                           *
      ******************************************************************
       3530-HUELLA-ARCHIVO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C216ARC CURSOR FOR
               SELECT T071_CEN_REG, T071_ACC, T071_NUM_OPERATION,
                      T071_COD, CHAR(T071_DAT_OPERATION),
                      T071_AMT, T071_OBSERVATIONS,
                      COALESCE(T071_TIM_OPERATION, ' '),
                      COALESCE(CHAR(T071_DAT_ACCT), ' '),
                      COALESCE(CHAR(T071_DAT_VALUE), ' '),
                      COALESCE(T071_AUTBAL, 0),
                      COALESCE(T071_AMT_ORIGIN, 0),
                      COALESCE(T071_OCC, ' '),
                      COALESCE(T071_FCC, ' '),
                      COALESCE(T071_CHECK, 0),
                      COALESCE(T071_FLG_ANN, ' '),
                      COALESCE(T071_NETNAMEUPD, ' '),
                      COALESCE(T071_INTREF, ' ')
                 FROM BGDT071A
                WHERE T071_ENT = :E216-ENT-ORIGIN
                  AND T071_DAT_OPERATION
                      BETWEEN DATE(:WS-RNG-INI)
                          AND DATE(:WS-RNG-FIN)
                ORDER BY T071_CEN_REG, T071_ACC,
                         T071_DAT_OPERATION, T071_NUM_OPERATION
           END-EXEC.
      *
           EXEC SQL
               OPEN C216ARC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C216ARC
                   INTO :WS-MOV-CEN-REG, :WS-MOV-ACC,
                        :WS-MOV-NUM-OPER, :WS-MOV-COD,
                        :WS-MOV-FECHA, :WS-MOV-IMPORTE,
                        :WS-MOV-OBSERV, :WS-MOV-TIM-OPER,
                        :WS-MOV-DAT-ACCT, :WS-MOV-DAT-VALUE,
                        :WS-MOV-AUTBAL, :WS-MOV-AMT-ORIGEN,
                        :WS-MOV-OCC, :WS-MOV-FCC,
                        :WS-MOV-CHECK, :WS-MOV-FLG-ANN,
                        :WS-MOV-NETNAME, :WS-MOV-INTREF
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3535-ARMA-IMAGEN-ARCHIVO
                        PERFORM 3590-ENCADENA-IMAGEN
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E216-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C216ARC
           END-EXEC.
      *
      ******************************************************************
      *.PN 3535-ARMA-IMAGEN-ARCHIVO.                                   *
      ******************************************************************
       3535-ARMA-IMAGEN-ARCHIVO.
      *
           INITIALIZE WS-IMG-ARCHIVO.
           MOVE WS-MOV-CEN-REG             TO WS-IMG-CEN-REG.
           MOVE WS-MOV-ACC                 TO WS-IMG-ACC.
           MOVE WS-MOV-NUM-OPER            TO WS-IMG-NUM-OPER.
           MOVE WS-MOV-COD                 TO WS-IMG-COD.
           MOVE WS-MOV-FECHA               TO WS-IMG-FECHA.
           MOVE WS-MOV-IMPORTE             TO WS-IMG-IMPORTE.
           MOVE WS-MOV-OBSERV              TO WS-IMG-OBSERV.
           MOVE WS-MOV-TIM-OPER            TO WS-IMG-TIM-OPER.
           MOVE WS-MOV-DAT-ACCT            TO WS-IMG-DAT-ACCT.
           MOVE WS-MOV-DAT-VALUE           TO WS-IMG-DAT-VALUE.
           MOVE WS-MOV-AUTBAL              TO WS-IMG-AUTBAL.
           MOVE WS-MOV-AMT-ORIGEN          TO WS-IMG-AMT-ORIGEN.
           MOVE WS-MOV-OCC                 TO WS-IMG-OCC.
           MOVE WS-MOV-FCC                 TO WS-IMG-FCC.
           MOVE WS-MOV-CHECK               TO WS-IMG-CHECK.
           MOVE WS-MOV-FLG-ANN             TO WS-IMG-FLG-ANN.
           MOVE WS-MOV-NETNAME             TO WS-IMG-NETNAME.
           MOVE WS-MOV-INTREF              TO WS-IMG-INTREF.
           MOVE WS-IMG-ARCHIVO             TO WS-IMAGEN.
      *
      ******************************************************************
      *.PN 3590-ENCADENA-IMAGEN.                                       *
      ******************************************************************
       3590-ENCADENA-IMAGEN.
      *
           INITIALIZE VA-MBEC0650.
           MOVE WS-HASH-CALC               TO PR-SEL-HASH-ANT.
           MOVE WS-LONG-IMAGEN             TO PR-SEL-LONGITUD.
           MOVE WS-IMAGEN(1:WS-LONG-IMAGEN) TO PR-SEL-TEXTO.
           CALL CA-MB7C0650 USING VA-MBEC0650.
      *
           IF PR-SEL-COD-RETURN EQUAL CA-00
              MOVE PR-SEL-HASH             TO WS-HASH-CALC
              ADD 1                        TO WS-NUM-CALC
           ELSE
              MOVE CA-99                   TO E216-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           IF E216-MODO-SELLA
              MOVE E216-NUM-SELLOS         TO WS-EDIT-NUM
              MOVE E216-NUM-RENGLONES      TO WS-EDIT-NUM2
              STRING 'TOTAL SELLOS='       DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                     ' RENGLONES='         DELIMITED BY SIZE
                     WS-EDIT-NUM2          DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
           ELSE
              MOVE E216-NUM-VERIFICADOS    TO WS-EDIT-NUM
              MOVE E216-NUM-ALTERADOS      TO WS-EDIT-NUM2
              STRING 'TOTAL VERIFICADOS='  DELIMITED BY SIZE
                     WS-EDIT-NUM           DELIMITED BY SIZE
                     ' NO CUADRAN='        DELIMITED BY SIZE
                     WS-EDIT-NUM2          DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
           END-IF.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
