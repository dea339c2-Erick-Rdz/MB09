      ******************************************************************
      *  MB9B0210: NOCTURNO DE PUNTOS DE LEALTAD POR COMPRAS CON      *
      *            TARJETA DE DEBITO. EN TRES PASOS SOBRE EL LIBRO    *
      *            DE PUNTOS MBDT243:                                 *
      *            (1) ACUMULA: CADA COMPRA DEL DIA EN MCDT043        *
      *            (OPERACION '60'/'61' COMPRA Y '68' COMERCIO        *
      *            ELECTRONICO; LA PIERNA DE CUENTA ES BRN +          *
      *            TYP||ACC, COMO EN MB9B0163) TOMA LA CATEGORIA DE   *
      *            SU GIRO EN MCDT890 (LA MISMA QUE RESUELVE          *
      *            57000-OBTEN-CATEGORIA-MCC DE MP9C0009) Y LA REGLA  *
      *            DE MBDT242 VIGENTE ESE DIA: LA DE CAMPANA DE SU    *
      *            CATEGORIA SI LA HAY, SI NO LA BASE ('*'). PUNTOS = *
      *            IMPORTE X PUNTOS POR PESO, SIN FRACCIONES. CADA    *
      *            ACUMULACION VENCE A LOS MESES DE MBDT140 KEY       *
      *            'PUNT' COD 'VIGMES' (12 SIN RENGLON).              *
      *            (2) REVERSA: UN REEMBOLSO DEL DIA ('76'/'77') SE   *
      *            LLEVA LA PARTE PROPORCIONAL DE LA COMPRA MAS       *
      *            RECIENTE DE LA MISMA TARJETA Y COMERCIO; UNA       *
      *            COMPRA ANULADA EN BGDT071 (T071_FLG_ANN 'S') O CON *
      *            CONTRACARGO GANADO EN MB9B0177 (MBDT202 'GA' DE SU *
      *            ACLARACION MBDT309) PIERDE LO QUE LE QUEDA.        *
      *            (3) VENCE LO QUE QUEDA DE LAS ACUMULACIONES CON    *
      *            VENCIMIENTO ANTERIOR AL DIA DE PROCESO.            *
      *            CADA ABONO O BAJA ES UN RENGLON DEL LIBRO (EL      *
      *            SALDO ES LA SUMA); LA ACUMULACION GUARDA LO QUE YA *
      *            SE LE DIO DE BAJA. LA RE-CORRIDA ES SEGURA: UNA    *
      *            COMPRA O REEMBOLSO YA EN EL LIBRO SE BRINCA Y UNA  *
      *            ACUMULACION SIN PUNTOS VIVOS YA NO SE REVERSA NI   *
      *            SE VENCE. EL SALDO Y EL HISTORIAL LOS CONSULTA     *
      *            MB7C0590.                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0210.
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
      *     @BAZ248    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO PUNTRPT
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
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
           05 WSS-HAY-REGLA                 PIC X(01) VALUE 'N'.
              88 WSS-HAY-REGLA-SI                   VALUE 'S'.
           05 WSS-HAY-ORIGEN                PIC X(01) VALUE 'N'.
              88 WSS-HAY-ORIGEN-SI                  VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
      * TIPOS DE RENGLON DEL LIBRO MBDT243.
       01  CA-ACUMULA                      PIC X(02)  VALUE 'AC'.
       01  CA-REEMBOLSO                    PIC X(02)  VALUE 'RD'.
       01  CA-ANULADA                      PIC X(02)  VALUE 'AN'.
       01  CA-CONTRACARGO                  PIC X(02)  VALUE 'CB'.
       01  CA-VENCE                        PIC X(02)  VALUE 'EX'.
      * ESTADOS DE LA ACUMULACION: 'AC' CON PUNTOS VIVOS; 'RV'
      * REVERSADA POR COMPLETO; 'VE' VENCIDA. LAS BAJAS QUEDAN 'AP'.
       01  CA-EDO-VIVA                     PIC X(02)  VALUE 'AC'.
       01  CA-EDO-REVERSADA                PIC X(02)  VALUE 'RV'.
       01  CA-EDO-VENCIDA                  PIC X(02)  VALUE 'VE'.
       01  CA-EDO-APLICADA                 PIC X(02)  VALUE 'AP'.
      * CICLO DE CONTRACARGO GANADO (MB9B0177).
       01  CA-GANADO                       PIC X(02)  VALUE 'GA'.
       01  CA-REGLA-BASE                   PIC X(30)  VALUE '*'.
       01  CA-VIGENCIA-MESES               PIC S9(03) COMP-3 VALUE 12.
      *
      * MESES DE VIGENCIA Y VENCIMIENTO DE LO QUE SE ACUMULA HOY.
       01  WS-VIG-MESES                    PIC S9(03) COMP-3.
       01  WS-FEC-VENCE                    PIC X(10).
      *
      * COMPRA O REEMBOLSO DEL DIA EN TURNO (MCDT043).
       01  WS-MOVTO.
           05 WS-MOV-CEN-REG               PIC X(04).
           05 WS-MOV-ACC                   PIC X(10).
           05 WS-MOV-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-MOV-NUM-CARD              PIC X(13).
           05 WS-MOV-NUM-BSS               PIC X(15).
           05 WS-MOV-MCC                   PIC X(04).
           05 WS-MOV-CATEGORIA             PIC X(30).
           05 WS-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
      *
      * REGLA DE ACUMULACION QUE APLICA (MBDT242).
       01  WS-REG-ID-REGLA                 PIC S9(09) COMP-3.
       01  WS-REG-PUNTOS-PESO              PIC S9(03)V9(02) COMP-3.
      *
      * ACUMULACION A LA QUE SE LE DA DE BAJA (MBDT243 TIPO 'AC').
       01  WS-ORIGEN.
           05 WS-ORI-CEN-REG               PIC X(04).
           05 WS-ORI-ACC                   PIC X(10).
           05 WS-ORI-DAT-OPER              PIC X(10).
           05 WS-ORI-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-ORI-NUM-CARD              PIC X(13).
           05 WS-ORI-NUM-BSS               PIC X(15).
           05 WS-ORI-MCC                   PIC X(04).
           05 WS-ORI-CATEGORIA             PIC X(30).
           05 WS-ORI-ID-REGLA              PIC S9(09) COMP-3.
           05 WS-ORI-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-ORI-PUNTOS                PIC S9(09) COMP-3.
           05 WS-ORI-PUNTOS-BAJA           PIC S9(09) COMP-3.
           05 WS-ORI-FEC-VENCE             PIC X(10).
           05 WS-ORI-TIPO-BAJA             PIC X(02).
      *
      * BAJA EN TURNO: TIPO; LLAVE DEL MOVIMIENTO QUE LA CAUSA (EL
      * REEMBOLSO; O LA PROPIA COMPRA EN ANULACION; CONTRACARGO Y
      * VENCIMIENTO); IMPORTE Y PUNTOS; ESTADO FINAL DE LA
      * ACUMULACION SI SE QUEDA SIN PUNTOS VIVOS.
       01  WS-BAJA.
           05 WS-BAJA-TIPO                 PIC X(02).
           05 WS-BAJA-DAT-OPER             PIC X(10).
           05 WS-BAJA-NUM-OPER             PIC S9(09) COMP-3.
           05 WS-BAJA-IMPORTE              PIC S9(13)V9(02) COMP-3.
           05 WS-BAJA-PUNTOS               PIC S9(09) COMP-3.
           05 WS-BAJA-EDO-FINAL            PIC X(02).
      *
      * RENGLON DEL LIBRO A INSERTAR.
       01  WS-LEDGER.
           05 WS-LED-CEN-REG               PIC X(04).
           05 WS-LED-ACC                   PIC X(10).
           05 WS-LED-SEQ                   PIC S9(09) COMP-3.
           05 WS-LED-TIPO                  PIC X(02).
           05 WS-LED-DAT-OPER              PIC X(10).
           05 WS-LED-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-LED-NUM-CARD              PIC X(13).
           05 WS-LED-NUM-BSS               PIC X(15).
           05 WS-LED-MCC                   PIC X(04).
           05 WS-LED-CATEGORIA             PIC X(30).
           05 WS-LED-ID-REGLA              PIC S9(09) COMP-3.
           05 WS-LED-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-LED-PUNTOS                PIC S9(09) COMP-3.
           05 WS-LED-PUNTOS-BAJA           PIC S9(09) COMP-3.
           05 WS-LED-FEC-VENCE             PIC X(10).
           05 WS-LED-DAT-ORIGEN            PIC X(10).
           05 WS-LED-NUM-ORIGEN            PIC S9(09) COMP-3.
           05 WS-LED-ESTADO                PIC X(02).
      *
       01  WS-PUNTOS                       PIC S9(09) COMP-3.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZZZ9.
       01  WS-EDIT-PTS                     PIC -(9)9.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0210.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0210.
      *
           PERFORM 1000-START.
           IF E210-RETURN-OK
              PERFORM 2000-ACUMULA-COMPRAS
           END-IF.
           IF E210-RETURN-OK
              PERFORM 3000-REVERSA-REEMBOLSOS
           END-IF.
           IF E210-RETURN-OK
              PERFORM 3200-REVERSA-ANULADAS
           END-IF.
           IF E210-RETURN-OK
              PERFORM 4000-VENCE-PUNTOS
           END-IF.
           IF E210-RETURN-OK
              PERFORM 2990-ESCRIBE-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E210-COD-RETURN.
           MOVE 0                          TO E210-NUM-ACUMULADAS
                                              E210-PTS-ACUMULADOS
                                              E210-NUM-SIN-REGLA
                                              E210-NUM-REVERSOS
                                              E210-PTS-REVERSADOS
                                              E210-NUM-VENCIDAS
                                              E210-PTS-VENCIDOS.
      *
           IF E210-ENT-ORIGIN    EQUAL SPACES OR
              E210-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E210-COD-RETURN
           END-IF.
      *
           IF E210-RETURN-OK
              OPEN OUTPUT F-REPORTE
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              PERFORM 1100-LEE-VIGENCIA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LEE-VIGENCIA: MESES QUE VIVEN LOS PUNTOS (MBDT140 KEY  *
      *     'PUNT' COD 'VIGMES'); SIN RENGLON O NO NUMERICO, 12. DE    *
      *     AHI SALE EL VENCIMIENTO DE LO QUE SE ACUMULA HOY.          *
      ******************************************************************
       1100-LEE-VIGENCIA.
      *
           MOVE CA-VIGENCIA-MESES          TO WS-VIG-MESES.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 3)))
                 INTO :WS-VIG-MESES
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'PUNT'
                  AND T140_COD_TABLE = 'VIGMES'
                  AND T140_ENTITY    = :E210-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK OR WS-VIG-MESES NOT > 0
              MOVE CA-VIGENCIA-MESES       TO WS-VIG-MESES
           END-IF.
      *
           EXEC SQL
               SELECT CHAR(DATE(:E210-FECHA-PROCESO) +
                           :WS-VIG-MESES MONTHS)
                 INTO :WS-FEC-VENCE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E210-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-ACUMULA-COMPRAS: COMPRAS DEL DIA QUE AUN NO TIENEN SU  *
      *     ACUMULACION EN EL LIBRO, CON LA CATEGORIA DE SU GIRO.      *
      ******************************************************************
       2000-ACUMULA-COMPRAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C210CMP CURSOR FOR
               SELECT D.T043_BRN_ACC,
                      D.T043_TYP_ACC CONCAT D.T043_ACC,
                      D.T043_NUM_DEB_OPE, D.T043_NUM_CARD,
                      D.T043_NUM_BSS, D.T043_COD_BSS_ACT,
                      COALESCE(G.T890_DES_CATEGORIA, ' '),
                      D.T043_AMT_OPERATION
                 FROM MCDT043 D
                 LEFT OUTER JOIN MCDT890 G
                   ON G.T890_MCC = D.T043_COD_BSS_ACT
                WHERE D.T043_ENT_ACC = :E210-ENT-ORIGIN
                  AND D.T043_DAT_OPERATION =
                      DATE(:E210-FECHA-PROCESO)
                  AND D.T043_COD_OPERATION IN ('60', '61', '68')
                  AND D.T043_AMT_OPERATION > 0
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT243 X
                        WHERE X.T243_ENT     = D.T043_ENT_ACC
                          AND X.T243_CEN_REG = D.T043_BRN_ACC
                          AND X.T243_ACC     =
                              D.T043_TYP_ACC CONCAT D.T043_ACC
                          AND X.T243_DAT_OPERATION =
                              D.T043_DAT_OPERATION
                          AND X.T243_NUM_DEB_OPE =
                              D.T043_NUM_DEB_OPE
                          AND X.T243_TIPO    = :CA-ACUMULA)
                ORDER BY 1, 2, 3
           END-EXEC.
      *
           EXEC SQL
               OPEN C210CMP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C210CMP
                   INTO :WS-MOV-CEN-REG, :WS-MOV-ACC,
                        :WS-MOV-NUM-OPER, :WS-MOV-NUM-CARD,
                        :WS-MOV-NUM-BSS, :WS-MOV-MCC,
                        :WS-MOV-CATEGORIA, :WS-MOV-IMPORTE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-ACUMULA-COMPRA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E210-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C210CMP
           END-EXEC.
      *
      ******************************************************************
      *.PN 2100-ACUMULA-COMPRA: BUSCA LA REGLA Y ABONA LOS PUNTOS.     *
      ******************************************************************
       2100-ACUMULA-COMPRA.
      *
           PERFORM 2200-BUSCA-REGLA.
      *
           IF E210-RETURN-OK AND NOT WSS-HAY-REGLA-SI
              ADD 1                        TO E210-NUM-SIN-REGLA
              PERFORM 2900-ESCRIBE-SIN-REGLA
           END-IF.
      *
           IF E210-RETURN-OK AND WSS-HAY-REGLA-SI
              COMPUTE WS-PUNTOS =
                      WS-MOV-IMPORTE * WS-REG-PUNTOS-PESO
              IF WS-PUNTOS > 0
                 PERFORM 2300-INSERTA-ACUMULACION
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2200-BUSCA-REGLA: REGLA ACTIVA DE MBDT242 VIGENTE EL DIA DE *
      *     LA COMPRA: PRIMERO LAS DE CAMPANA DE SU CATEGORIA (LA DE   *
      *     MAS PUNTOS SI SE ENCIMAN), SI NO LA BASE '*'. UN GIRO SIN  *
      *     CATEGORIA EN MCDT890 SOLO ACUMULA CON LA BASE.             *
      ******************************************************************
       2200-BUSCA-REGLA.
      *
           MOVE 'N'                        TO WSS-HAY-REGLA.
           MOVE 0                          TO WS-REG-ID-REGLA
                                              WS-REG-PUNTOS-PESO.
      *
           EXEC SQL
               SELECT TOP 1
                      T242_ID_REGLA, T242_PUNTOS_PESO
                 INTO :WS-REG-ID-REGLA, :WS-REG-PUNTOS-PESO
                 FROM MBDT242 with (nolock)
                WHERE T242_ENT     = :E210-ENT-ORIGIN
                  AND T242_ESTADO  = 'A'
                  AND T242_CATEGORIA IN (:WS-MOV-CATEGORIA,
                                         :CA-REGLA-BASE)
                  AND DATE(:E210-FECHA-PROCESO)
                      BETWEEN T242_FEC_INI AND T242_FEC_FIN
                ORDER BY CASE WHEN T242_CATEGORIA = :CA-REGLA-BASE
                              THEN 1 ELSE 0
                         END,
                         T242_PUNTOS_PESO DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    SET WSS-HAY-REGLA-SI   TO TRUE
               WHEN SQL-88-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CA-99             TO E210-COD-RETURN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2300-INSERTA-ACUMULACION.                                   *
      ******************************************************************
       2300-INSERTA-ACUMULACION.
      *
           MOVE WS-MOV-CEN-REG             TO WS-LED-CEN-REG.
           MOVE WS-MOV-ACC                 TO WS-LED-ACC.
           MOVE CA-ACUMULA                 TO WS-LED-TIPO.
           MOVE E210-FECHA-PROCESO         TO WS-LED-DAT-OPER
                                              WS-LED-DAT-ORIGEN.
           MOVE WS-MOV-NUM-OPER            TO WS-LED-NUM-OPER
                                              WS-LED-NUM-ORIGEN.
           MOVE WS-MOV-NUM-CARD            TO WS-LED-NUM-CARD.
           MOVE WS-MOV-NUM-BSS             TO WS-LED-NUM-BSS.
           MOVE WS-MOV-MCC                 TO WS-LED-MCC.
           MOVE WS-MOV-CATEGORIA           TO WS-LED-CATEGORIA.
           MOVE WS-REG-ID-REGLA            TO WS-LED-ID-REGLA.
           MOVE WS-MOV-IMPORTE             TO WS-LED-IMPORTE.
           MOVE WS-PUNTOS                  TO WS-LED-PUNTOS.
           MOVE 0                          TO WS-LED-PUNTOS-BAJA.
           MOVE WS-FEC-VENCE               TO WS-LED-FEC-VENCE.
           MOVE CA-EDO-VIVA                TO WS-LED-ESTADO.
      *
           PERFORM 2800-INSERTA-LIBRO.
      *
           IF E210-RETURN-OK
              ADD 1                        TO E210-NUM-ACUMULADAS
              ADD WS-PUNTOS                TO E210-PTS-ACUMULADOS
           END-IF.
      *
      ******************************************************************
      *.PN 2800-INSERTA-LIBRO: RENGLON DE MBDT243 CON EL SIGUIENTE     *
      *     CONSECUTIVO DE LA CUENTA (ORDEN DEL HISTORIAL Y LLAVE DE   *
      *     REPOSICIONAMIENTO DE MB7C0590).                            *
      ******************************************************************
       2800-INSERTA-LIBRO.
      *
           MOVE 0                          TO WS-LED-SEQ.
           EXEC SQL
               SELECT COALESCE(MAX(T243_SEQ), 0) + 1
                 INTO :WS-LED-SEQ
                 FROM MBDT243
                WHERE T243_ENT     = :E210-ENT-ORIGIN
                  AND T243_CEN_REG = :WS-LED-CEN-REG
                  AND T243_ACC     = :WS-LED-ACC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E210-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
           IF E210-RETURN-OK
              EXEC SQL
                  INSERT INTO MBDT243
                         (T243_ENT, T243_CEN_REG, T243_ACC,
                          T243_SEQ, T243_TIPO,
                          T243_DAT_OPERATION, T243_NUM_DEB_OPE,
                          T243_NUM_CARD, T243_NUM_BSS, T243_MCC,
                          T243_CATEGORIA, T243_ID_REGLA,
                          T243_IMPORTE, T243_PUNTOS,
                          T243_PUNTOS_BAJA, T243_FEC_VENCE,
                          T243_DAT_ORIGEN, T243_NUM_ORIGEN,
                          T243_ESTADO, T243_STP_ALTA)
                  VALUES (:E210-ENT-ORIGIN, :WS-LED-CEN-REG,
                          :WS-LED-ACC, :WS-LED-SEQ, :WS-LED-TIPO,
                          DATE(:WS-LED-DAT-OPER), :WS-LED-NUM-OPER,
                          :WS-LED-NUM-CARD, :WS-LED-NUM-BSS,
                          :WS-LED-MCC, :WS-LED-CATEGORIA,
                          :WS-LED-ID-REGLA, :WS-LED-IMPORTE,
                          :WS-LED-PUNTOS, :WS-LED-PUNTOS-BAJA,
                          DATE(:WS-LED-FEC-VENCE),
                          DATE(:WS-LED-DAT-ORIGEN),
                          :WS-LED-NUM-ORIGEN, :WS-LED-ESTADO,
                          CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E210-COD-RETURN
                 SET WSS-FIN-CURSOR-SI     TO TRUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-SIN-REGLA.                                     *
      ******************************************************************
       2900-ESCRIBE-SIN-REGLA.
      *
           MOVE WS-MOV-NUM-OPER            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'SIN-REGLA;'             DELIMITED BY SIZE
                  WS-MOV-CEN-REG           DELIMITED BY SIZE
                  WS-MOV-ACC               DELIMITED BY SIZE
                  ';OPER='                 DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';MCC='                  DELIMITED BY SIZE
                  WS-MOV-MCC               DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2910-ESCRIBE-BAJA.                                          *
      ******************************************************************
       2910-ESCRIBE-BAJA.
      *
           MOVE WS-ORI-NUM-OPER            TO WS-EDIT-NUM.
           MOVE WS-BAJA-PUNTOS             TO WS-EDIT-PTS.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'BAJA-'                  DELIMITED BY SIZE
                  WS-BAJA-TIPO             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-ORI-CEN-REG           DELIMITED BY SIZE
                  WS-ORI-ACC               DELIMITED BY SIZE
                  ';COMPRA='               DELIMITED BY SIZE
                  WS-ORI-DAT-OPER          DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';PUNTOS='               DELIMITED BY SIZE
                  WS-EDIT-PTS              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2920-ESCRIBE-SIN-ORIGEN: REEMBOLSO SIN COMPRA CON PUNTOS    *
      *     VIVOS DE LA MISMA TARJETA Y COMERCIO (COMPRA ANTERIOR AL   *
      *     PROGRAMA; YA VENCIDA O YA REVERSADA).                      *
      ******************************************************************
       2920-ESCRIBE-SIN-ORIGEN.
      *
           MOVE WS-MOV-NUM-OPER            TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'REEMBOLSO-SIN-ORIGEN;'  DELIMITED BY SIZE
                  WS-MOV-CEN-REG           DELIMITED BY SIZE
                  WS-MOV-ACC               DELIMITED BY SIZE
                  ';OPER='                 DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';COMERCIO='             DELIMITED BY SIZE
                  WS-MOV-NUM-BSS           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 2990-ESCRIBE-TOTALES.                                       *
      ******************************************************************
       2990-ESCRIBE-TOTALES.
      *
           IF E210-NUM-ACUMULADAS EQUAL 0 AND
              E210-NUM-SIN-REGLA  EQUAL 0 AND
              E210-NUM-REVERSOS   EQUAL 0 AND
              E210-NUM-VENCIDAS   EQUAL 0
              MOVE CA-10                   TO E210-COD-RETURN
           END-IF.
      *
           MOVE E210-NUM-ACUMULADAS        TO WS-EDIT-NUM.
           MOVE E210-PTS-ACUMULADOS        TO WS-EDIT-PTS.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL-ACUMULADAS;'      DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';PUNTOS='               DELIMITED BY SIZE
                  WS-EDIT-PTS              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E210-NUM-REVERSOS          TO WS-EDIT-NUM.
           MOVE E210-PTS-REVERSADOS        TO WS-EDIT-PTS.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL-REVERSOS;'        DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';PUNTOS='               DELIMITED BY SIZE
                  WS-EDIT-PTS              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E210-NUM-VENCIDAS          TO WS-EDIT-NUM.
           MOVE E210-PTS-VENCIDOS          TO WS-EDIT-PTS.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL-VENCIDAS;'        DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ';PUNTOS='               DELIMITED BY SIZE
                  WS-EDIT-PTS              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3000-REVERSA-REEMBOLSOS: REEMBOLSOS DEL DIA ('76' RC Y '77' *
      *     RCD DE 28888-TIPO-OPER) QUE AUN NO ESTAN EN EL LIBRO.      *
      ******************************************************************
       3000-REVERSA-REEMBOLSOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C210REE CURSOR FOR
               SELECT D.T043_BRN_ACC,
                      D.T043_TYP_ACC CONCAT D.T043_ACC,
                      D.T043_NUM_DEB_OPE, D.T043_NUM_CARD,
                      D.T043_NUM_BSS, D.T043_AMT_OPERATION
                 FROM MCDT043 D
                WHERE D.T043_ENT_ACC = :E210-ENT-ORIGIN
                  AND D.T043_DAT_OPERATION =
                      DATE(:E210-FECHA-PROCESO)
                  AND D.T043_COD_OPERATION IN ('76', '77')
                  AND D.T043_AMT_OPERATION > 0
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT243 X
                        WHERE X.T243_ENT     = D.T043_ENT_ACC
                          AND X.T243_CEN_REG = D.T043_BRN_ACC
                          AND X.T243_ACC     =
                              D.T043_TYP_ACC CONCAT D.T043_ACC
                          AND X.T243_DAT_OPERATION =
                              D.T043_DAT_OPERATION
                          AND X.T243_NUM_DEB_OPE =
                              D.T043_NUM_DEB_OPE
                          AND X.T243_TIPO    = :CA-REEMBOLSO)
                ORDER BY 1, 2, 3
           END-EXEC.
      *
           EXEC SQL
               OPEN C210REE
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C210REE
                   INTO :WS-MOV-CEN-REG, :WS-MOV-ACC,
                        :WS-MOV-NUM-OPER, :WS-MOV-NUM-CARD,
                        :WS-MOV-NUM-BSS, :WS-MOV-IMPORTE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-REVERSA-REEMBOLSO
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E210-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C210REE
           END-EXEC.
      *
      ******************************************************************
      *.PN 3100-REVERSA-REEMBOLSO: LA COMPRA CON PUNTOS VIVOS MAS      *
      *     RECIENTE DE LA MISMA TARJETA Y COMERCIO PIERDE LA PARTE    *
      *     PROPORCIONAL AL IMPORTE REEMBOLSADO (TODO LO QUE LE QUEDA  *
      *     SI EL REEMBOLSO LA CUBRE).                                 *
      ******************************************************************
       3100-REVERSA-REEMBOLSO.
      *
           MOVE 'N'                        TO WSS-HAY-ORIGEN.
           MOVE WS-MOV-CEN-REG             TO WS-ORI-CEN-REG.
           MOVE WS-MOV-ACC                 TO WS-ORI-ACC.
      *
           EXEC SQL
               SELECT TOP 1
                      CHAR(T243_DAT_OPERATION), T243_NUM_DEB_OPE,
                      T243_NUM_CARD, T243_NUM_BSS, T243_MCC,
                      T243_CATEGORIA, T243_ID_REGLA,
                      T243_IMPORTE, T243_PUNTOS, T243_PUNTOS_BAJA,
                      CHAR(T243_FEC_VENCE)
                 INTO :WS-ORI-DAT-OPER, :WS-ORI-NUM-OPER,
                      :WS-ORI-NUM-CARD, :WS-ORI-NUM-BSS,
                      :WS-ORI-MCC, :WS-ORI-CATEGORIA,
                      :WS-ORI-ID-REGLA, :WS-ORI-IMPORTE,
                      :WS-ORI-PUNTOS, :WS-ORI-PUNTOS-BAJA,
                      :WS-ORI-FEC-VENCE
                 FROM MBDT243
                WHERE T243_ENT      = :E210-ENT-ORIGIN
                  AND T243_CEN_REG  = :WS-MOV-CEN-REG
                  AND T243_ACC      = :WS-MOV-ACC
                  AND T243_TIPO     = :CA-ACUMULA
                  AND T243_ESTADO   = :CA-EDO-VIVA
                  AND T243_NUM_CARD = :WS-MOV-NUM-CARD
                  AND T243_NUM_BSS  = :WS-MOV-NUM-BSS
                  AND T243_PUNTOS   > T243_PUNTOS_BAJA
                  AND T243_DAT_OPERATION <=
                      DATE(:E210-FECHA-PROCESO)
                ORDER BY T243_DAT_OPERATION DESC,
                         T243_NUM_DEB_OPE DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    SET WSS-HAY-ORIGEN-SI  TO TRUE
               WHEN SQL-88-NOT-FOUND
                    PERFORM 2920-ESCRIBE-SIN-ORIGEN
               WHEN OTHER
                    MOVE CA-99             TO E210-COD-RETURN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
           IF E210-RETURN-OK AND WSS-HAY-ORIGEN-SI
              IF WS-MOV-IMPORTE NOT < WS-ORI-IMPORTE
                 COMPUTE WS-BAJA-PUNTOS =
                         WS-ORI-PUNTOS - WS-ORI-PUNTOS-BAJA
              ELSE
                 COMPUTE WS-BAJA-PUNTOS ROUNDED =
                         WS-ORI-PUNTOS * WS-MOV-IMPORTE
                                       / WS-ORI-IMPORTE
                 IF WS-BAJA-PUNTOS >
                    WS-ORI-PUNTOS - WS-ORI-PUNTOS-BAJA
                    COMPUTE WS-BAJA-PUNTOS =
                            WS-ORI-PUNTOS - WS-ORI-PUNTOS-BAJA
                 END-IF
              END-IF
              MOVE CA-REEMBOLSO            TO WS-BAJA-TIPO
              MOVE E210-FECHA-PROCESO      TO WS-BAJA-DAT-OPER
              MOVE WS-MOV-NUM-OPER         TO WS-BAJA-NUM-OPER
              MOVE WS-MOV-IMPORTE          TO WS-BAJA-IMPORTE
              MOVE CA-EDO-REVERSADA        TO WS-BAJA-EDO-FINAL
              PERFORM 3900-APLICA-BAJA
           END-IF.
      *
      ******************************************************************
      *.PN 3200-REVERSA-ANULADAS: ACUMULACIONES CON PUNTOS VIVOS CUYA  *
      *     COMPRA SE ANULO EN BGDT071 (LIGA DE MB7C0410: OPERACION Y  *
      *     FECHA) O CUYA ACLARACION GANO EL CONTRACARGO.              *
      ******************************************************************
       3200-REVERSA-ANULADAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C210ANU CURSOR FOR
               SELECT L.T243_CEN_REG, L.T243_ACC,
                      CHAR(L.T243_DAT_OPERATION), L.T243_NUM_DEB_OPE,
                      L.T243_NUM_CARD, L.T243_NUM_BSS, L.T243_MCC,
                      L.T243_CATEGORIA, L.T243_ID_REGLA,
                      L.T243_IMPORTE, L.T243_PUNTOS,
                      L.T243_PUNTOS_BAJA, CHAR(L.T243_FEC_VENCE),
                      CASE WHEN EXISTS
                                (SELECT 1
                                   FROM BGDT071 M with (nolock)
                                  WHERE M.T071_ENT     = L.T243_ENT
                                    AND M.T071_CEN_REG =
                                        L.T243_CEN_REG
                                    AND M.T071_ACC     = L.T243_ACC
                                    AND M.T071_NUM_OPERATION =
                                        L.T243_NUM_DEB_OPE
                                    AND M.T071_DAT_OPERATION =
                                        L.T243_DAT_OPERATION
                                    AND M.T071_FLG_ANN = 'S')
                           THEN :CA-ANULADA
                           ELSE :CA-CONTRACARGO
                      END
                 FROM MBDT243 L
                WHERE L.T243_ENT    = :E210-ENT-ORIGIN
                  AND L.T243_TIPO   = :CA-ACUMULA
                  AND L.T243_ESTADO = :CA-EDO-VIVA
                  AND L.T243_PUNTOS > L.T243_PUNTOS_BAJA
                  AND (EXISTS
                       (SELECT 1
                          FROM BGDT071 M with (nolock)
                         WHERE M.T071_ENT     = L.T243_ENT
                           AND M.T071_CEN_REG = L.T243_CEN_REG
                           AND M.T071_ACC     = L.T243_ACC
                           AND M.T071_NUM_OPERATION =
                               L.T243_NUM_DEB_OPE
                           AND M.T071_DAT_OPERATION =
                               L.T243_DAT_OPERATION
                           AND M.T071_FLG_ANN = 'S')
                    OR EXISTS
                       (SELECT 1
                          FROM MBDT309 A
                         INNER JOIN MBDT202 B
                            ON B.T202_FOLIO = A.T309_FOLIO
                         WHERE A.T309_ENT     = L.T243_ENT
                           AND A.T309_CEN_REG = L.T243_CEN_REG
                           AND A.T309_ACC     = L.T243_ACC
                           AND A.T309_NUM_OPERATION =
                               L.T243_NUM_DEB_OPE
                           AND A.T309_DAT_OPERATION =
                               L.T243_DAT_OPERATION
                           AND B.T202_ESTADO  = :CA-GANADO))
                ORDER BY 1, 2, 3, 4
           END-EXEC.
      *
           EXEC SQL
               OPEN C210ANU
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C210ANU
                   INTO :WS-ORI-CEN-REG, :WS-ORI-ACC,
                        :WS-ORI-DAT-OPER, :WS-ORI-NUM-OPER,
                        :WS-ORI-NUM-CARD, :WS-ORI-NUM-BSS,
                        :WS-ORI-MCC, :WS-ORI-CATEGORIA,
                        :WS-ORI-ID-REGLA, :WS-ORI-IMPORTE,
                        :WS-ORI-PUNTOS, :WS-ORI-PUNTOS-BAJA,
                        :WS-ORI-FEC-VENCE, :WS-ORI-TIPO-BAJA
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE WS-ORI-TIPO-BAJA TO WS-BAJA-TIPO
                        MOVE CA-EDO-REVERSADA TO WS-BAJA-EDO-FINAL
                        PERFORM 3800-BAJA-COMPLETA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E210-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C210ANU
           END-EXEC.
      *
      ******************************************************************
      *.PN 3800-BAJA-COMPLETA: LA ACUMULACION PIERDE TODO LO QUE LE    *
      *     QUEDA; EL RENGLON DE BAJA LLEVA LA LLAVE DE LA COMPRA.     *
      ******************************************************************
       3800-BAJA-COMPLETA.
      *
           COMPUTE WS-BAJA-PUNTOS =
                   WS-ORI-PUNTOS - WS-ORI-PUNTOS-BAJA.
           MOVE WS-ORI-DAT-OPER            TO WS-BAJA-DAT-OPER.
           MOVE WS-ORI-NUM-OPER            TO WS-BAJA-NUM-OPER.
           MOVE WS-ORI-IMPORTE             TO WS-BAJA-IMPORTE.
      *
           PERFORM 3900-APLICA-BAJA.
      *
      ******************************************************************
      *.PN 3900-APLICA-BAJA: RENGLON NEGATIVO EN EL LIBRO Y LOS PUNTOS *
      *     DADOS DE BAJA EN LA ACUMULACION (QUE CAMBIA A SU ESTADO    *
      *     FINAL CUANDO YA NO LE QUEDAN PUNTOS VIVOS).                *
      ******************************************************************
       3900-APLICA-BAJA.
      *
           MOVE WS-ORI-CEN-REG             TO WS-LED-CEN-REG.
           MOVE WS-ORI-ACC                 TO WS-LED-ACC.
           MOVE WS-BAJA-TIPO               TO WS-LED-TIPO.
           MOVE WS-BAJA-DAT-OPER           TO WS-LED-DAT-OPER.
           MOVE WS-BAJA-NUM-OPER           TO WS-LED-NUM-OPER.
           MOVE WS-ORI-NUM-CARD            TO WS-LED-NUM-CARD.
           MOVE WS-ORI-NUM-BSS             TO WS-LED-NUM-BSS.
           MOVE WS-ORI-MCC                 TO WS-LED-MCC.
           MOVE WS-ORI-CATEGORIA           TO WS-LED-CATEGORIA.
           MOVE WS-ORI-ID-REGLA            TO WS-LED-ID-REGLA.
           MOVE WS-BAJA-IMPORTE            TO WS-LED-IMPORTE.
           COMPUTE WS-LED-PUNTOS = 0 - WS-BAJA-PUNTOS.
           MOVE 0                          TO WS-LED-PUNTOS-BAJA.
           MOVE WS-ORI-FEC-VENCE           TO WS-LED-FEC-VENCE.
           MOVE WS-ORI-DAT-OPER            TO WS-LED-DAT-ORIGEN.
           MOVE WS-ORI-NUM-OPER            TO WS-LED-NUM-ORIGEN.
           MOVE CA-EDO-APLICADA            TO WS-LED-ESTADO.
      *
           PERFORM 2800-INSERTA-LIBRO.
      *
           IF E210-RETURN-OK
              EXEC SQL
                  UPDATE MBDT243
                     SET T243_PUNTOS_BAJA = T243_PUNTOS_BAJA +
                                            :WS-BAJA-PUNTOS,
                         T243_ESTADO =
                         CASE WHEN T243_PUNTOS_BAJA +
                                   :WS-BAJA-PUNTOS >= T243_PUNTOS
                              THEN :WS-BAJA-EDO-FINAL
                              ELSE T243_ESTADO
                         END
                   WHERE T243_ENT           = :E210-ENT-ORIGIN
                     AND T243_CEN_REG       = :WS-ORI-CEN-REG
                     AND T243_ACC           = :WS-ORI-ACC
                     AND T243_DAT_OPERATION = DATE(:WS-ORI-DAT-OPER)
                     AND T243_NUM_DEB_OPE   = :WS-ORI-NUM-OPER
                     AND T243_TIPO          = :CA-ACUMULA
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO E210-COD-RETURN
                 SET WSS-FIN-CURSOR-SI     TO TRUE
              END-IF
           END-IF.
      *
           IF E210-RETURN-OK
              IF WS-BAJA-TIPO EQUAL CA-VENCE
                 ADD 1                     TO E210-NUM-VENCIDAS
                 ADD WS-BAJA-PUNTOS        TO E210-PTS-VENCIDOS
              ELSE
                 ADD 1                     TO E210-NUM-REVERSOS
                 ADD WS-BAJA-PUNTOS        TO E210-PTS-REVERSADOS
              END-IF
              PERFORM 2910-ESCRIBE-BAJA
           END-IF.
      *
      ******************************************************************
      *.PN 4000-VENCE-PUNTOS: ACUMULACIONES CON PUNTOS VIVOS CUYO      *
      *     VENCIMIENTO YA PASO; VENCE LO QUE LES QUEDA.               *
      ******************************************************************
       4000-VENCE-PUNTOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C210VEN CURSOR FOR
               SELECT T243_CEN_REG, T243_ACC,
                      CHAR(T243_DAT_OPERATION), T243_NUM_DEB_OPE,
                      T243_NUM_CARD, T243_NUM_BSS, T243_MCC,
                      T243_CATEGORIA, T243_ID_REGLA,
                      T243_IMPORTE, T243_PUNTOS,
                      T243_PUNTOS_BAJA, CHAR(T243_FEC_VENCE)
                 FROM MBDT243
                WHERE T243_ENT       = :E210-ENT-ORIGIN
                  AND T243_TIPO      = :CA-ACUMULA
                  AND T243_ESTADO    = :CA-EDO-VIVA
                  AND T243_PUNTOS    > T243_PUNTOS_BAJA
                  AND T243_FEC_VENCE < DATE(:E210-FECHA-PROCESO)
                ORDER BY 1, 2, 3, 4
           END-EXEC.
      *
           EXEC SQL
               OPEN C210VEN
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C210VEN
                   INTO :WS-ORI-CEN-REG, :WS-ORI-ACC,
                        :WS-ORI-DAT-OPER, :WS-ORI-NUM-OPER,
                        :WS-ORI-NUM-CARD, :WS-ORI-NUM-BSS,
                        :WS-ORI-MCC, :WS-ORI-CATEGORIA,
                        :WS-ORI-ID-REGLA, :WS-ORI-IMPORTE,
                        :WS-ORI-PUNTOS, :WS-ORI-PUNTOS-BAJA,
                        :WS-ORI-FEC-VENCE
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        MOVE CA-VENCE       TO WS-BAJA-TIPO
                        MOVE CA-EDO-VENCIDA TO WS-BAJA-EDO-FINAL
                        PERFORM 3800-BAJA-COMPLETA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E210-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C210VEN
           END-EXEC.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-REPORTE
           END-IF.
      *
           GOBACK.
      *
