      *  DRIVA LA MISMA LOGICA DEL STORED MB09_MB2CF119_v5 USADA POR   *
      *  LA TRANSACCION ONLINE MB09 (MB2C0009) PERO VUELCA TODO EL     *
      *  RANGO DE FECHAS SOLICITADO A UN ARCHIVO PLANO.                *
      *  PARA CORPORATIVOS TAMBIEN SALE EN ISO 20022 CAMT.053 Y SWIFT  *
      *  MT940 (ESTADO CON SALDO CONTABLE INICIAL Y FINAL) Y EN SUS    *
      *  VARIANTES INTRADIA CAMT.052 / MT942; CADA MOVIMIENTO LLEVA    *
      *  NUMERO DE OPERACION, REFERENCIA INTERNA, CHEQUE, CLAVE DE     *
      *  RASTREO SPEI Y LA CONTRAPARTE DE SU PIERNA EN FEDT004.        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *                                   ARCHIVO ABIERTO PARA QUE EL  *
      *                                   CLOSE NO DEPENDA DEL CODIGO  *
      *                                   DE RETORNO.                  *
      *     @BAZ238    AGR     15-10-2026 REGRESA LA SUMA DE ABONOS Y  *
      *                                   CARGOS ESCRITOS PARA EL      *
      *                                   CUADRE PREVIO A LA ENTREGA.  *
      *     @BAZ243    AGR     15-10-2026 FORMATOS CAMT.053/CAMT.052   *
      *                                   (XML) Y MT940/MT942 (SWIFT)  *
      *                                   CON SALDOS Y REFERENCIAS POR *
      *                                   MOVIMIENTO.                  *
      *     @BAZ253    AGR     15-10-2026 LA TARJETA DE LOS PAGOS A    *
      *                                   TDC SALE COMO TOKEN          *
      *                                   (MB7C0620).                  *
      *     @BAZ258    AGR     15-10-2026 EN CSV Y ANCHO FIJO AGREGA   *
      *                                   UNA LINEA POR ALCANCIA DE LA *
      *                                   CUENTA CON SU GAT NOMINAL Y  *
      *                                   REAL Y EL RENDIMIENTO        *
      *                                   REALIZADO DEL PERIODO        *
      *                                   (MB7C0670).                  *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR               PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      * @BAZ258-I
           05 WSS-FIN-ALC                  PIC X(01) VALUE 'N'.
              88 WSS-FIN-ALC-SI                     VALUE 'S'.
      * @BAZ258-F
      *
       01  WSS-FILE-ABIERTO                PIC X(01) VALUE 'N'.
          88 WSS-FILE-ABIERTO-SI                  VALUE 'S'.
       01  WS-T071-AMOUNT-X                PIC X(15).
       01  WS-T071-AMOUNT-N REDEFINES WS-T071-AMOUNT-X
                                            PIC S9(13)V99.
      * @BAZ243-I
      *
      * ESTADO ISO EN TURNO: SALDO INICIAL (FOTO MBDT190 AL DIA
      * ANTERIOR AL PERIODO, COMO 2110-FOTO-INICIAL DE MB9B0204) Y
      * TOTALES DEL PERIODO EN BGDT071; LOS SALDOS VAN ANTES DE LOS
      * MOVIMIENTOS EN CAMT, POR ESO SE CALCULAN PRIMERO.
       01  CA-DIVISA                       PIC X(03)  VALUE 'MXN'.
       01  CA-HUSO                         PIC X(05)  VALUE '-0600'.
       01  WS-ISO.
           05 WS-ISO-CEN-REG               PIC X(04).
           05 WS-ISO-ACC                   PIC X(10).
           05 WS-ISO-SDO-INI               PIC S9(13)V9(02) COMP-3.
           05 WS-ISO-SDO-FIN               PIC S9(13)V9(02) COMP-3.
           05 WS-ISO-NUM-ABO               PIC S9(09) COMP.
           05 WS-ISO-IMP-ABO               PIC S9(13)V9(02) COMP-3.
           05 WS-ISO-NUM-CAR               PIC S9(09) COMP.
           05 WS-ISO-IMP-CAR               PIC S9(13)V9(02) COMP-3.
           05 WS-ISO-SECUENCIA             PIC 9(05).
           05 WS-ISO-FECHA-SIS             PIC 9(08).
           05 WS-ISO-FECHA-SIS-X REDEFINES WS-ISO-FECHA-SIS
                                           PIC X(08).
           05 WS-ISO-HORA-SIS              PIC 9(08).
           05 WS-ISO-HORA-SIS-X REDEFINES WS-ISO-HORA-SIS
                                           PIC X(08).
           05 WS-ISO-STP                   PIC X(19).
           05 WS-ISO-REF                   PIC X(16).
           05 WS-ISO-BAL-TIPO              PIC X(04).
           05 WS-ISO-BAL-FECHA             PIC X(10).
      *
      * DETALLE DEL MOVIMIENTO EN TURNO: BGDT071 + SU PIERNA SPEI EN
      * FEDT004 (LLAVE DE ORIGEN + SECUENCIA DE LA REFERENCIA INTERNA,
      * COMO MB7C0410) + SU CLAVE DE RASTREO, QUE NO VIVE EN FEDT004
      * SINO EN EL CUADRE CONTRA BANXICO DE ESA PIERNA (MBDT201).
       01  WS-DET.
           05 WS-DET-NUM-OPE-X             PIC X(09).
           05 WS-DET-NUM-OPE REDEFINES WS-DET-NUM-OPE-X
                                           PIC 9(09).
           05 WS-DET-CODE                  PIC X(03).
           05 WS-DET-FEC-VALOR             PIC X(10).
           05 WS-DET-CHEQUE                PIC S9(09) COMP-3.
           05 WS-DET-INTREF                PIC X(15).
           05 WS-DET-SPEI                  PIC X(01).
           05 WS-DET-RASTREO               PIC X(36).
           05 WS-DET-CPT-NOMBRE            PIC X(40).
           05 WS-DET-CPT-CUENTA            PIC X(20).
           05 WS-DET-CPT-BANCO             PIC X(40).
           05 WS-DET-SENTIDO               PIC X(04).
           05 WS-DET-TIPO-MT               PIC X(04).
      *
       01  WS-IMPORTE-ISO                  PIC S9(13)V9(02) COMP-3.
       01  WS-NUM-ISO                      PIC S9(09) COMP.
       01  WS-ESPACIOS                     PIC S9(04) COMP.
       01  WS-EDIT-IMPORTE                 PIC Z(12)9.99.
       01  WS-EDIT-NUMERO                  PIC Z(08)9.
       01  WS-TXT-IMPORTE                  PIC X(20).
       01  WS-TXT-NUMERO                   PIC X(10).
       01  WS-TXT-CHEQUE                   PIC X(10).
       01  WS-SIGNO-MT                     PIC X(01).
       01  WS-FEC-MT                       PIC X(06).
       01  WS-FEC-VAL-MT                   PIC X(06).
      * @BAZ243-F
      * @BAZ253-I
      *
      * TARJETA DE LOS PAGOS A TDC (CODIGOS R81/826): LA DESCRIPCION
      * TRAE 'PAGO TDC:<TARJETA>' O 'PAGO TDC <TARJETA>'; LA TARJETA
      * SE CAMBIA POR SU TOKEN DEL SERVICIO MB7C0620.
       01  CA-MB7C0620                     PIC X(08)  VALUE 'MB7C0620'.
       01  CA-PAGO-TDC                     PIC X(08)  VALUE 'PAGO TDC'.
       01  WS-TDC-INI                      PIC S9(04) COMP.
       01  WS-TDC-LARGO                    PIC S9(04) COMP.
       01  WS-TDC-POS-RESTO                PIC S9(04) COMP.
       01  WS-TDC-LARGO-RESTO              PIC S9(04) COMP.
       01  WS-TDC-RESTO                    PIC X(40).
      *
       01  VA-MBEC0620.
           COPY MBEC0620.
      * @BAZ253-F
      * @BAZ258-I
      *
      * ALCANCIAS DE LA CUENTA (MBDT039) CON SU GAT Y RENDIMIENTO DEL
      * PERIODO DEL ESTADO, CALCULADOS POR MB7C0670.
       01  CA-MB7C0670                     PIC X(08)  VALUE 'MB7C0670'.
       01  WS-ALC.
           05 WS-ALC-NUM-CLIENTE           PIC S9(09) COMP-3.
           05 WS-ALC-ID                    PIC S9(09) COMP-3.
           05 WS-ALC-NOMBRE                PIC X(30).
           05 WS-ALC-SALDO                 PIC S9(13)V9(02) COMP-3.
           05 WS-ALC-NUM-LINEAS            PIC S9(04) COMP.
      *
       01  WS-EDIT-ALC-SALDO               PIC -(13)9.99.
       01  WS-EDIT-ALC-INTERES             PIC -(13)9.99.
       01  WS-EDIT-ALC-TASA                PIC ZZ9.9999.
       01  WS-EDIT-ALC-GATN                PIC -ZZ9.99.
       01  WS-EDIT-ALC-GATR                PIC -ZZ9.99.
       01  WS-EDIT-ALC-REND                PIC -ZZZZ9.99.
      *
       01  VA-MBEC0670.
           COPY MBEC0670.
      * @BAZ258-F
      *
      ******************************************************************
      *                      LINKAGE SECTION                           *
      *
           MOVE CA-00                      TO E119-COD-RETURN.
           MOVE 0                          TO E119-NUM-REGS.
      * @BAZ238-I
           MOVE 0                          TO E119-IMP-ABONOS
                                              E119-IMP-CARGOS.
      * @BAZ238-F
      * @BAZ243-I
           MOVE 0                          TO E119-SDO-INICIAL
                                              E119-SDO-FINAL.
      *
      *    LA APERTURA Y EL CIERRE DEL DOCUMENTO XML NO LLEVAN CUENTA.
           IF E119-FORMATO-XML AND E119-ENVOLTURA-MARCO
              CONTINUE
           ELSE
      * @BAZ243-F
           IF E119-BDMID   EQUAL SPACES OR
              E119-NUMCUEN EQUAL SPACES OR
              E119-FECHINI EQUAL SPACES OR
              E119-FECHFIN EQUAL SPACES
              SET E119-RETURN-ERROR        TO TRUE
           END-IF
      * @BAZ243-I
           END-IF.
      * @BAZ243-F
      *
           IF E119-RETURN-OK
              OPEN OUTPUT F-EXTRACTO
      ******************************************************************
       2000-PROCESS.
      *
      * @BAZ243-I
      *    IF E119-FORMATO-CSV OR E119-FORMATO-FIJO
           IF E119-FORMATO-CSV OR E119-FORMATO-FIJO OR
              E119-FORMATO-ISO
      * @BAZ243-F
              CONTINUE
           ELSE
              SET E119-FORMATO-CSV         TO TRUE
           END-IF.
      * @BAZ243-I
      *
      *    LA ENVOLTURA SOLO APLICA A LOS FORMATOS XML.
           IF NOT E119-FORMATO-XML
              SET E119-ENVOLTURA-COMPLETA  TO TRUE
           END-IF.
      * @BAZ243-F
      *
           IF E119-ENTIDAD EQUAL SPACES
              MOVE CA-ENTIDAD-DFT          TO E119-ENTIDAD
           MOVE CA-MAXLLAV                 TO VA-ULT-LLAVE-IN.
           MOVE E119-FECHFIN               TO VA-FECHA-ACCT.
           MOVE SPACES                     TO VA-ORDEN-IN.
      * @BAZ243-I
      *
           IF E119-FORMATO-XML AND E119-ENVOLTURA-MARCO
              PERFORM 2390-ISO-MARCO-DOCUMENTO
              SET WSS-FIN-CURSOR-SI        TO TRUE
           ELSE
              IF E119-FORMATO-ISO
                 PERFORM 2300-ISO-INICIO
                 IF NOT E119-RETURN-OK
                    SET WSS-FIN-CURSOR-SI  TO TRUE
                 END-IF
              END-IF
           END-IF.
      * @BAZ243-F
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               PERFORM 2050-LLAMA-SP-JSON
                        MOVE CA-99          TO E119-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      * @BAZ243-I
      *
           IF E119-FORMATO-ISO AND E119-RETURN-OK AND
              NOT E119-ENVOLTURA-MARCO
              PERFORM 2600-ISO-FIN
           END-IF.
      * @BAZ258-I
      *
           IF E119-RETURN-OK AND
              (E119-FORMATO-CSV OR E119-FORMATO-FIJO)
              PERFORM 2700-RESUMEN-ALCANCIA
           END-IF.
      * @BAZ258-F
      *
           IF E119-ENVOLTURA-MARCO AND E119-FORMATO-XML
              CONTINUE
           ELSE
      * @BAZ243-F
           IF E119-NUM-REGS EQUAL 0 AND E119-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO E119-COD-RETURN
           END-IF
      * @BAZ243-I
           END-IF.
      * @BAZ243-F
      *
      ******************************************************************
      *.PN 2050-LLAMA-SP-JSON: LLAMA EL SP Y REINTENTA HASTA         *
              MOVE WS-T071-AMOUNT-N         TO WS-IMPTM01
              MOVE VA-T071-NUM-OPERATION    TO WS-NOPEM01
              MOVE WS-IMPTM01               TO WS-IMPTM01-EDIT
      * @BAZ243-I
      *       PERFORM 2200-ESCRIBE-REGISTRO
              MOVE VA-T071-DAT-VALUE        TO WS-DET-FEC-VALOR
              MOVE VA-T071-CODE             TO WS-DET-CODE
      * @BAZ253-I
              IF (WS-DET-CODE EQUAL 'R81' OR '826') AND
                 WS-DESCM01(1:8) EQUAL CA-PAGO-TDC
                 PERFORM 2160-TOKENIZA-TARJETA
              END-IF
      * @BAZ253-F
              IF E119-FORMATO-ISO
                 PERFORM 2500-ISO-MOVIMIENTO
              ELSE
                 PERFORM 2200-ESCRIBE-REGISTRO
              END-IF
      * @BAZ243-F
              ADD 1                        TO E119-NUM-REGS
      * @BAZ238-I
              IF WS-IMPTM01 < 0
                 SUBTRACT WS-IMPTM01     FROM E119-IMP-CARGOS
              ELSE
                 ADD WS-IMPTM01            TO E119-IMP-ABONOS
              END-IF
      * @BAZ238-F
           END-IF.
      *
           MOVE VA-T071-DAT-OPERATION(1:10) TO WS-LLAVE(1:10).
           MOVE VA-T071-NUM-OPERATION       TO WS-LLAVE(12:9).
      *
      * @BAZ253-I
      ******************************************************************
      *.PN 2160-TOKENIZA-TARJETA: LA TARJETA DEL PAGO A TDC SE CAMBIA  *
      *     POR SU TOKEN CONSERVANDO EL RESTO DE LA DESCRIPCION. SI EL *
      *     SERVICIO FALLA LA TARJETA SALE CON ASTERISCOS Y EL EXTRACTO*
      *     REGRESA '99'; NUNCA SALE EL NUMERO.                        *
      ******************************************************************
       2160-TOKENIZA-TARJETA.
      *
           MOVE 10                         TO WS-TDC-INI.
           IF WS-DESCM01(9:1) EQUAL ':' AND
              WS-DESCM01(10:1) EQUAL SPACE
              MOVE 11                      TO WS-TDC-INI
           END-IF.
      *
           MOVE ZEROES                     TO WS-TDC-LARGO.
           INSPECT WS-DESCM01(WS-TDC-INI:)
                   TALLYING WS-TDC-LARGO FOR CHARACTERS
                   BEFORE INITIAL SPACE.
      *
           IF WS-TDC-LARGO >= 12 AND WS-TDC-LARGO <= 19
              IF WS-DESCM01(WS-TDC-INI:WS-TDC-LARGO) IS NUMERIC
                 INITIALIZE VA-MBEC0620
                 SET PR-TKN-TOKENIZA       TO TRUE
                 MOVE E119-ENTIDAD         TO PR-TKN-ENT
                 MOVE WS-DESCM01(WS-TDC-INI:WS-TDC-LARGO)
                                           TO PR-TKN-PAN
                 CALL CA-MB7C0620 USING VA-MBEC0620
      *
                 IF PR-TKN-COD-RETURN EQUAL CA-00
                    PERFORM 2170-PONE-TOKEN
                 ELSE
                    MOVE ALL '*'
                      TO WS-DESCM01(WS-TDC-INI:WS-TDC-LARGO)
                    MOVE CA-99             TO E119-COD-RETURN
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2170-PONE-TOKEN.                                            *
      ******************************************************************
       2170-PONE-TOKEN.
      *
           COMPUTE WS-TDC-POS-RESTO = WS-TDC-INI + WS-TDC-LARGO.
           MOVE SPACES                     TO WS-TDC-RESTO.
           IF WS-TDC-POS-RESTO <= 40
              MOVE WS-DESCM01(WS-TDC-POS-RESTO:) TO WS-TDC-RESTO
           END-IF.
      *
           MOVE SPACES                     TO WS-DESCM01(WS-TDC-INI:).
           MOVE PR-TKN-TOKEN               TO WS-DESCM01(WS-TDC-INI:16).
      *
           COMPUTE WS-TDC-POS-RESTO = WS-TDC-INI + 16.
           COMPUTE WS-TDC-LARGO-RESTO = 41 - WS-TDC-POS-RESTO.
           MOVE WS-TDC-RESTO
             TO WS-DESCM01(WS-TDC-POS-RESTO:WS-TDC-LARGO-RESTO).
      * @BAZ253-F
      *
      ******************************************************************
      *.PN 2200-ESCRIBE-REGISTRO.                                      *
      ******************************************************************
      *
           WRITE FR-EXTRACTO-LINEA.
      *
      * @BAZ243-I
      ******************************************************************
      *.PN 2300-ISO-INICIO: SALDO INICIAL Y TOTALES DEL PERIODO Y      *
      *     ENCABEZADO DEL ESTADO (CAMT) O DEL MENSAJE (MT).           *
      ******************************************************************
       2300-ISO-INICIO.
      *
           MOVE E119-NUMCUEN(1:4)          TO WS-ISO-CEN-REG.
           MOVE E119-NUMCUEN(5:10)         TO WS-ISO-ACC.
      *
           IF E119-NUM-SECUENCIA NUMERIC AND
              E119-NUM-SECUENCIA > 0
              MOVE E119-NUM-SECUENCIA      TO WS-ISO-SECUENCIA
           ELSE
              MOVE 1                       TO WS-ISO-SECUENCIA
           END-IF.
      *
           ACCEPT WS-ISO-FECHA-SIS         FROM DATE YYYYMMDD.
           ACCEPT WS-ISO-HORA-SIS          FROM TIME.
           MOVE SPACES                     TO WS-ISO-STP.
           STRING WS-ISO-FECHA-SIS-X(1:4)  DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-ISO-FECHA-SIS-X(5:2)  DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-ISO-FECHA-SIS-X(7:2)  DELIMITED BY SIZE
                  'T'                      DELIMITED BY SIZE
                  WS-ISO-HORA-SIS-X(1:2)   DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  WS-ISO-HORA-SIS-X(3:2)   DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  WS-ISO-HORA-SIS-X(5:2)   DELIMITED BY SIZE
             INTO WS-ISO-STP
           END-STRING.
      *
      *    REFERENCIA DEL ESTADO: FECHA FIN + SECUENCIA.
           MOVE SPACES                     TO WS-ISO-REF.
           STRING 'ST'                     DELIMITED BY SIZE
                  E119-FECHFIN(3:2)        DELIMITED BY SIZE
                  E119-FECHFIN(6:2)        DELIMITED BY SIZE
                  E119-FECHFIN(9:2)        DELIMITED BY SIZE
                  WS-ISO-SECUENCIA         DELIMITED BY SIZE
             INTO WS-ISO-REF
           END-STRING.
      *
           PERFORM 2310-ISO-SALDO-INICIAL.
           IF E119-RETURN-OK
              PERFORM 2320-ISO-TOTALES
           END-IF.
      *
           IF E119-RETURN-OK
              COMPUTE WS-ISO-SDO-FIN = WS-ISO-SDO-INI
                                     + WS-ISO-IMP-ABO
                                     - WS-ISO-IMP-CAR
              MOVE WS-ISO-SDO-INI          TO E119-SDO-INICIAL
              MOVE WS-ISO-SDO-FIN          TO E119-SDO-FINAL
              IF E119-FORMATO-XML
                 PERFORM 2400-CAMT-ENCABEZADO
              ELSE
                 PERFORM 2450-MT-ENCABEZADO
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2310-ISO-SALDO-INICIAL: FOTO MAS RECIENTE ANTERIOR AL       *
      *     PERIODO; SIN FOTO (CUENTA NUEVA) EL SALDO INICIAL ES CERO. *
      ******************************************************************
       2310-ISO-SALDO-INICIAL.
      *
           MOVE 0                          TO WS-ISO-SDO-INI.
      *
           EXEC SQL
              SELECT TOP 1
                     T190_SALDO
                INTO :WS-ISO-SDO-INI
                FROM MBDT190 with (nolock)
               WHERE T190_ENT      = :E119-ENTIDAD
                 AND T190_CEN_REG  = :WS-ISO-CEN-REG
                 AND T190_ACC      = :WS-ISO-ACC
                 AND T190_DAT_FOTO < DATE(:E119-FECHINI)
               ORDER BY T190_DAT_FOTO DESC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    CONTINUE
               WHEN SQL-88-NOT-FOUND
                    MOVE 0                 TO WS-ISO-SDO-INI
               WHEN OTHER
                    MOVE CA-99             TO E119-COD-RETURN
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 2320-ISO-TOTALES: ABONOS Y CARGOS DEL PERIODO (SIN          *
      *     ANULADOS, COMO MB7C0410).                                  *
      ******************************************************************
       2320-ISO-TOTALES.
      *
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN T071_AMT >= 0
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN T071_AMT >= 0
                                       THEN T071_AMT ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN T071_AMT < 0
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN T071_AMT < 0
                                       THEN 0 - T071_AMT
                                       ELSE 0 END), 0)
                INTO :WS-ISO-NUM-ABO, :WS-ISO-IMP-ABO,
                     :WS-ISO-NUM-CAR, :WS-ISO-IMP-CAR
                FROM BGDT071 with(nolock)
               WHERE T071_ENT     = :E119-ENTIDAD
                 AND T071_CEN_REG = :WS-ISO-CEN-REG
                 AND T071_ACC     = :WS-ISO-ACC
                 AND T071_DAT_OPERATION BETWEEN
                     DATE(:E119-FECHINI) AND DATE(:E119-FECHFIN)
                 AND COALESCE(T071_FLG_ANN, 'N') <> 'S'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E119-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2390-ISO-MARCO-DOCUMENTO: APERTURA O CIERRE DEL DOCUMENTO   *
      *     XML CUANDO EL LLAMADOR ARMA VARIAS CUENTAS EN UNO.         *
      ******************************************************************
       2390-ISO-MARCO-DOCUMENTO.
      *
           IF E119-ENVOLTURA-APERTURA
              ACCEPT WS-ISO-FECHA-SIS      FROM DATE YYYYMMDD
              ACCEPT WS-ISO-HORA-SIS       FROM TIME
              MOVE SPACES                  TO WS-ISO-STP
              STRING WS-ISO-FECHA-SIS-X(1:4)  DELIMITED BY SIZE
                     '-'                      DELIMITED BY SIZE
                     WS-ISO-FECHA-SIS-X(5:2)  DELIMITED BY SIZE
                     '-'                      DELIMITED BY SIZE
                     WS-ISO-FECHA-SIS-X(7:2)  DELIMITED BY SIZE
                     'T'                      DELIMITED BY SIZE
                     WS-ISO-HORA-SIS-X(1:2)   DELIMITED BY SIZE
                     ':'                      DELIMITED BY SIZE
                     WS-ISO-HORA-SIS-X(3:2)   DELIMITED BY SIZE
                     ':'                      DELIMITED BY SIZE
                     WS-ISO-HORA-SIS-X(5:2)   DELIMITED BY SIZE
                INTO WS-ISO-STP
              END-STRING
              PERFORM 2410-CAMT-DOCUMENTO
           ELSE
              PERFORM 2690-CAMT-CIERRA-DOCUMENTO
           END-IF.
      *
      ******************************************************************
      *.PN 2400-CAMT-ENCABEZADO: STMT (CAMT.053) O RPT (CAMT.052) CON  *
      *     CUENTA, SALDOS Y RESUMEN DE MOVIMIENTOS.                   *
      ******************************************************************
       2400-CAMT-ENCABEZADO.
      *
           IF E119-ENVOLTURA-COMPLETA
              PERFORM 2410-CAMT-DOCUMENTO
           END-IF.
      *
           IF E119-FORMATO-CAMT053
              MOVE '<Stmt>'                TO FR-EXTRACTO-LINEA
           ELSE
              MOVE '<Rpt>'                 TO FR-EXTRACTO-LINEA
           END-IF.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<Id>'                   DELIMITED BY SIZE
                  E119-ENTIDAD             DELIMITED BY SIZE
                  E119-NUMCUEN             DELIMITED BY SIZE
                  WS-ISO-REF               DELIMITED BY SPACE
                  '</Id>'                  DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE WS-ISO-SECUENCIA           TO WS-NUM-ISO.
           PERFORM 2960-FORMATEA-NUMERO.
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<ElctrncSeqNb>'         DELIMITED BY SIZE
                  WS-TXT-NUMERO            DELIMITED BY SPACE
                  '</ElctrncSeqNb>'        DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<CreDtTm>'              DELIMITED BY SIZE
                  WS-ISO-STP               DELIMITED BY SIZE
                  '</CreDtTm>'             DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<FrToDt><FrDtTm>'       DELIMITED BY SIZE
                  E119-FECHINI             DELIMITED BY SIZE
                  'T00:00:00</FrDtTm><ToDtTm>'
                                           DELIMITED BY SIZE
                  E119-FECHFIN             DELIMITED BY SIZE
                  'T23:59:59</ToDtTm></FrToDt>'
                                           DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<Acct><Id><Othr><Id>'   DELIMITED BY SIZE
                  E119-NUMCUEN             DELIMITED BY SIZE
                  '</Id></Othr></Id><Ccy>' DELIMITED BY SIZE
                  CA-DIVISA                DELIMITED BY SIZE
                  '</Ccy></Acct>'          DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
      *    SALDO CONTABLE DE APERTURA Y, EN EL ESTADO, EL DE CIERRE;
      *    EN INTRADIA EL SALDO CONTABLE AL MOMENTO DEL CORTE.
           MOVE 'OPBD'                     TO WS-ISO-BAL-TIPO.
           MOVE WS-ISO-SDO-INI             TO WS-IMPORTE-ISO.
           MOVE E119-FECHINI               TO WS-ISO-BAL-FECHA.
           PERFORM 2420-CAMT-SALDO.
      *
           IF E119-FORMATO-CAMT053
              MOVE 'CLBD'                  TO WS-ISO-BAL-TIPO
           ELSE
              MOVE 'ITBD'                  TO WS-ISO-BAL-TIPO
           END-IF.
           MOVE WS-ISO-SDO-FIN             TO WS-IMPORTE-ISO.
           MOVE E119-FECHFIN               TO WS-ISO-BAL-FECHA.
           PERFORM 2420-CAMT-SALDO.
      *
           MOVE '<TxsSummry>'              TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
           MOVE WS-ISO-NUM-ABO             TO WS-NUM-ISO.
           MOVE WS-ISO-IMP-ABO             TO WS-IMPORTE-ISO.
           PERFORM 2960-FORMATEA-NUMERO.
           PERFORM 2950-FORMATEA-IMPORTE.
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<TtlCdtNtries><NbOfNtries>'
                                           DELIMITED BY SIZE
                  WS-TXT-NUMERO            DELIMITED BY SPACE
                  '</NbOfNtries><Sum>'     DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
                  '</Sum></TtlCdtNtries>'  DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
           MOVE WS-ISO-NUM-CAR             TO WS-NUM-ISO.
           MOVE WS-ISO-IMP-CAR             TO WS-IMPORTE-ISO.
           PERFORM 2960-FORMATEA-NUMERO.
           PERFORM 2950-FORMATEA-IMPORTE.
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<TtlDbtNtries><NbOfNtries>'
                                           DELIMITED BY SIZE
                  WS-TXT-NUMERO            DELIMITED BY SPACE
                  '</NbOfNtries><Sum>'     DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
                  '</Sum></TtlDbtNtries>'  DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
           MOVE '</TxsSummry>'             TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2410-CAMT-DOCUMENTO: DECLARACION XML, DOCUMENTO Y GRPHDR.   *
      ******************************************************************
       2410-CAMT-DOCUMENTO.
      *
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                                           TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
           IF E119-FORMATO-CAMT053
              MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:ca
      -            'mt.053.001.02">'       TO FR-EXTRACTO-LINEA
              WRITE FR-EXTRACTO-LINEA
              MOVE '<BkToCstmrStmt>'       TO FR-EXTRACTO-LINEA
              WRITE FR-EXTRACTO-LINEA
           ELSE
              MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:ca
      -            'mt.052.001.02">'       TO FR-EXTRACTO-LINEA
              WRITE FR-EXTRACTO-LINEA
              MOVE '<BkToCstmrAcctRpt>'    TO FR-EXTRACTO-LINEA
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<GrpHdr><MsgId>'        DELIMITED BY SIZE
                  E119-ENTIDAD             DELIMITED BY SIZE
                  WS-ISO-FECHA-SIS-X       DELIMITED BY SIZE
                  WS-ISO-HORA-SIS-X        DELIMITED BY SIZE
                  '</MsgId><CreDtTm>'      DELIMITED BY SIZE
                  WS-ISO-STP               DELIMITED BY SIZE
                  '</CreDtTm></GrpHdr>'    DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2420-CAMT-SALDO: UN BAL DE TIPO WS-ISO-BAL-TIPO.            *
      ******************************************************************
       2420-CAMT-SALDO.
      *
           IF WS-IMPORTE-ISO < 0
              MOVE 'DBIT'                  TO WS-DET-SENTIDO
           ELSE
              MOVE 'CRDT'                  TO WS-DET-SENTIDO
           END-IF.
           PERFORM 2950-FORMATEA-IMPORTE.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<Bal><Tp><CdOrPrtry><Cd>'
                                           DELIMITED BY SIZE
                  WS-ISO-BAL-TIPO          DELIMITED BY SIZE
                  '</Cd></CdOrPrtry></Tp><Amt Ccy="'
                                           DELIMITED BY SIZE
                  CA-DIVISA                DELIMITED BY SIZE
                  '">'                     DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
                  '</Amt><CdtDbtInd>'      DELIMITED BY SIZE
                  WS-DET-SENTIDO           DELIMITED BY SIZE
                  '</CdtDbtInd><Dt><Dt>'   DELIMITED BY SIZE
                  WS-ISO-BAL-FECHA         DELIMITED BY SIZE
                  '</Dt></Dt></Bal>'       DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2450-MT-ENCABEZADO: :20: :25: :28C: Y :60F: (MT940) O       *
      *     :34F: :13D: (MT942).                                       *
      ******************************************************************
       2450-MT-ENCABEZADO.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING ':20:'                   DELIMITED BY SIZE
                  WS-ISO-REF               DELIMITED BY SPACE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING ':25:'                   DELIMITED BY SIZE
                  E119-NUMCUEN             DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING ':28C:'                  DELIMITED BY SIZE
                  WS-ISO-SECUENCIA         DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           IF E119-FORMATO-MT940
              MOVE WS-ISO-SDO-INI          TO WS-IMPORTE-ISO
              MOVE E119-FECHINI            TO WS-ISO-BAL-FECHA
              MOVE ':60F:'                 TO WS-ISO-BAL-TIPO
              PERFORM 2460-MT-SALDO
           ELSE
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING ':34F:'               DELIMITED BY SIZE
                     CA-DIVISA             DELIMITED BY SIZE
                     '0,'                  DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING ':13D:'               DELIMITED BY SIZE
                     WS-ISO-FECHA-SIS-X(3:6)  DELIMITED BY SIZE
                     WS-ISO-HORA-SIS-X(1:4)   DELIMITED BY SIZE
                     CA-HUSO               DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2460-MT-SALDO: :60F: O :62F: CON SIGNO, FECHA, DIVISA E     *
      *     IMPORTE CON COMA DECIMAL.                                  *
      ******************************************************************
       2460-MT-SALDO.
      *
           IF WS-IMPORTE-ISO < 0
              MOVE 'D'                     TO WS-SIGNO-MT
           ELSE
              MOVE 'C'                     TO WS-SIGNO-MT
           END-IF.
           PERFORM 2950-FORMATEA-IMPORTE.
           MOVE SPACES                     TO WS-FEC-MT.
           STRING WS-ISO-BAL-FECHA(3:2)    DELIMITED BY SIZE
                  WS-ISO-BAL-FECHA(6:2)    DELIMITED BY SIZE
                  WS-ISO-BAL-FECHA(9:2)    DELIMITED BY SIZE
             INTO WS-FEC-MT
           END-STRING.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING WS-ISO-BAL-TIPO          DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  WS-SIGNO-MT              DELIMITED BY SIZE
                  WS-FEC-MT                DELIMITED BY SIZE
                  CA-DIVISA                DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2500-ISO-MOVIMIENTO: REFERENCIAS Y CONTRAPARTE DEL          *
      *     MOVIMIENTO Y SU ESCRITURA EN EL FORMATO PEDIDO.            *
      ******************************************************************
       2500-ISO-MOVIMIENTO.
      *
           MOVE WS-NOPEM01(1:9)            TO WS-DET-NUM-OPE-X.
           PERFORM 2510-ISO-DETALLE.
      *
           IF WS-IMPTM01 < 0
              MOVE 'DBIT'                  TO WS-DET-SENTIDO
              MOVE 'D'                     TO WS-SIGNO-MT
           ELSE
              MOVE 'CRDT'                  TO WS-DET-SENTIDO
              MOVE 'C'                     TO WS-SIGNO-MT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DET-CHEQUE > 0
                    MOVE 'NCHK'            TO WS-DET-TIPO-MT
               WHEN WS-DET-SPEI EQUAL 'S'
                    MOVE 'NTRF'            TO WS-DET-TIPO-MT
               WHEN OTHER
                    MOVE 'NMSC'            TO WS-DET-TIPO-MT
           END-EVALUATE.
           IF WS-DET-CHEQUE > 0
              MOVE WS-DET-CHEQUE           TO WS-NUM-ISO
              PERFORM 2960-FORMATEA-NUMERO
              MOVE WS-TXT-NUMERO           TO WS-TXT-CHEQUE
           ELSE
              MOVE SPACES                  TO WS-TXT-CHEQUE
           END-IF.
      *
      *    LOS CARACTERES RESERVADOS DE XML NO SON DEL JUEGO SWIFT
      *    TAMPOCO; SE SUSTITUYEN EN LOS TEXTOS LIBRES.
           INSPECT WS-DESCM01 REPLACING ALL '&' BY '+'
                                        ALL '<' BY '('
                                        ALL '>' BY ')'.
           INSPECT WS-DET-CPT-NOMBRE REPLACING ALL '&' BY '+'
                                               ALL '<' BY '('
                                               ALL '>' BY ')'.
           INSPECT WS-DET-CPT-BANCO REPLACING ALL '&' BY '+'
                                              ALL '<' BY '('
                                              ALL '>' BY ')'.
      *
           IF WS-IMPTM01 < 0
              COMPUTE WS-IMPORTE-ISO = 0 - WS-IMPTM01
           ELSE
              MOVE WS-IMPTM01              TO WS-IMPORTE-ISO
           END-IF.
           PERFORM 2950-FORMATEA-IMPORTE.
      *
           IF E119-FORMATO-XML
              PERFORM 2520-CAMT-MOVIMIENTO
           ELSE
              PERFORM 2550-MT-MOVIMIENTO
           END-IF.
      *
      ******************************************************************
      *.PN 2510-ISO-DETALLE: CHEQUE, REFERENCIA INTERNA, PIERNA SPEI   *
      *     (CONTRAPARTE COMO MB7C0410) Y SU CLAVE DE RASTREO.         *
      ******************************************************************
       2510-ISO-DETALLE.
      *
           MOVE 0                          TO WS-DET-CHEQUE.
           MOVE SPACES                     TO WS-DET-INTREF
                                              WS-DET-RASTREO
                                              WS-DET-CPT-NOMBRE
                                              WS-DET-CPT-CUENTA
                                              WS-DET-CPT-BANCO.
           MOVE 'N'                        TO WS-DET-SPEI.
      *
           EXEC SQL
              SELECT TOP 1
                     COALESCE(M.T071_CHECK, 0),
                     M.T071_INTREF,
                     CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                          THEN 'S' ELSE 'N'
                     END,
                     COALESCE(R.T201_CVE_RASTREO, ' '),
                     COALESCE(SUBSTR(CASE WHEN M.T071_AMT < 0
                                          THEN F.T004_DES_BEN
                                          ELSE F.T004_DES_ASSIGNER
                                     END, 1, 40), ' '),
                     COALESCE(CASE WHEN M.T071_AMT < 0
                                   THEN F.T004_ACC_NUMDEST
                                   ELSE SUBSTR(F.T004_INFTOENT3, 1, 20)
                              END, ' '),
                     COALESCE(CASE WHEN M.T071_AMT < 0
                                   THEN SUBSTR(F.T004_DES_RECVENT,
                                               1, 40)
                              END, ' ')
                INTO :WS-DET-CHEQUE, :WS-DET-INTREF, :WS-DET-SPEI,
                     :WS-DET-RASTREO, :WS-DET-CPT-NOMBRE,
                     :WS-DET-CPT-CUENTA, :WS-DET-CPT-BANCO
                FROM BGDT071 M with(nolock)
                LEFT OUTER JOIN FEDT004 F
                  ON F.T004_ENT_ORIGIN = M.T071_ENT
                 AND F.T004_BRN_ORIGIN = M.T071_CEN_REG
                 AND F.T004_ACC_ORIGIN = M.T071_ACC
                 AND F.T004_NUM_SEQOPE =
                     SUBSTR(M.T071_INTREF, 1, 10)
                LEFT OUTER JOIN MBDT201 R
                  ON R.T201_NUM_SEQOPE  = F.T004_NUM_SEQOPE
                 AND R.T201_DAT_LIQUIDA = F.T004_DAT_OPERATION
               WHERE M.T071_ENT           = :E119-ENTIDAD
                 AND M.T071_CEN_REG       = :WS-ISO-CEN-REG
                 AND M.T071_ACC           = :WS-ISO-ACC
                 AND M.T071_DAT_OPERATION = DATE(:WS-FECHM01)
                 AND M.T071_NUM_OPERATION = :WS-DET-NUM-OPE
           END-EXEC.
      *
      *    SIN RENGLON EN BGDT071 EL MOVIMIENTO SALE SIN REFERENCIAS
      *    ADICIONALES (LAS QUE TRAE EL SP SIEMPRE VAN).
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E119-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2520-CAMT-MOVIMIENTO: UN NTRY CON SUS TXDTLS.               *
      ******************************************************************
       2520-CAMT-MOVIMIENTO.
      *
           MOVE '<Ntry>'                   TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<Amt Ccy="'             DELIMITED BY SIZE
                  CA-DIVISA                DELIMITED BY SIZE
                  '">'                     DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
                  '</Amt><CdtDbtInd>'      DELIMITED BY SIZE
                  WS-DET-SENTIDO           DELIMITED BY SIZE
                  '</CdtDbtInd><Sts>BOOK</Sts>'
                                           DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<BookgDt><Dt>'          DELIMITED BY SIZE
                  WS-FECHM01               DELIMITED BY SIZE
                  '</Dt></BookgDt><ValDt><Dt>'
                                           DELIMITED BY SIZE
                  WS-DET-FEC-VALOR         DELIMITED BY SIZE
                  '</Dt></ValDt>'          DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<AcctSvcrRef>'          DELIMITED BY SIZE
                  WS-DET-NUM-OPE-X         DELIMITED BY SIZE
                  '</AcctSvcrRef><BkTxCd><Prtry><Cd>'
                                           DELIMITED BY SIZE
                  WS-DET-CODE              DELIMITED BY SIZE
                  '</Cd><Issr>'            DELIMITED BY SIZE
                  E119-ENTIDAD             DELIMITED BY SIZE
                  '</Issr></Prtry></BkTxCd>'
                                           DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE '<NtryDtls><TxDtls><Refs>' TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
           IF WS-DET-INTREF NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '<AcctSvcrRef>'       DELIMITED BY SIZE
                     WS-DET-INTREF         DELIMITED BY SPACE
                     '</AcctSvcrRef>'      DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
           IF WS-TXT-CHEQUE NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '<ChqNb>'             DELIMITED BY SIZE
                     WS-TXT-CHEQUE         DELIMITED BY SPACE
                     '</ChqNb>'            DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
           IF WS-DET-RASTREO NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '<ClrSysRef>'         DELIMITED BY SIZE
                     WS-DET-RASTREO        DELIMITED BY SPACE
                     '</ClrSysRef>'        DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
           MOVE '</Refs>'                  TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
           IF WS-DET-SPEI EQUAL 'S'
              PERFORM 2530-CAMT-CONTRAPARTE
           END-IF.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '<RmtInf><Ustrd>'        DELIMITED BY SIZE
                  WS-DESCM01               DELIMITED BY '  '
                  '</Ustrd></RmtInf>'      DELIMITED BY SIZE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE '</TxDtls></NtryDtls></Ntry>'
                                           TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2530-CAMT-CONTRAPARTE: EN UN CARGO LA CONTRAPARTE ES EL     *
      *     BENEFICIARIO (CDTR); EN UN ABONO, EL ORDENANTE (DBTR).     *
      ******************************************************************
       2530-CAMT-CONTRAPARTE.
      *
           MOVE '<RltdPties>'              TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           IF WS-IMPTM01 < 0
              STRING '<Cdtr><Nm>'          DELIMITED BY SIZE
                     WS-DET-CPT-NOMBRE     DELIMITED BY '  '
                     '</Nm></Cdtr>'        DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
           ELSE
              STRING '<Dbtr><Nm>'          DELIMITED BY SIZE
                     WS-DET-CPT-NOMBRE     DELIMITED BY '  '
                     '</Nm></Dbtr>'        DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
           END-IF.
           WRITE FR-EXTRACTO-LINEA.
      *
           IF WS-DET-CPT-CUENTA NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              IF WS-IMPTM01 < 0
                 STRING '<CdtrAcct><Id><Othr><Id>'
                                           DELIMITED BY SIZE
                        WS-DET-CPT-CUENTA  DELIMITED BY SPACE
                        '</Id></Othr></Id></CdtrAcct>'
                                           DELIMITED BY SIZE
                   INTO FR-EXTRACTO-LINEA
                 END-STRING
              ELSE
                 STRING '<DbtrAcct><Id><Othr><Id>'
                                           DELIMITED BY SIZE
                        WS-DET-CPT-CUENTA  DELIMITED BY SPACE
                        '</Id></Othr></Id></DbtrAcct>'
                                           DELIMITED BY SIZE
                   INTO FR-EXTRACTO-LINEA
                 END-STRING
              END-IF
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
           MOVE '</RltdPties>'             TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
           IF WS-DET-CPT-BANCO NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '<RltdAgts><CdtrAgt><FinInstnId><Nm>'
                                           DELIMITED BY SIZE
                     WS-DET-CPT-BANCO      DELIMITED BY '  '
                     '</Nm></FinInstnId></CdtrAgt></RltdAgts>'
                                           DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2550-MT-MOVIMIENTO: :61: Y SU :86: ESTRUCTURADO (HASTA 6    *
      *     LINEAS DE 65).                                             *
      ******************************************************************
       2550-MT-MOVIMIENTO.
      *
           MOVE SPACES                     TO WS-FEC-VAL-MT.
           STRING WS-DET-FEC-VALOR(3:2)    DELIMITED BY SIZE
                  WS-DET-FEC-VALOR(6:2)    DELIMITED BY SIZE
                  WS-DET-FEC-VALOR(9:2)    DELIMITED BY SIZE
             INTO WS-FEC-VAL-MT
           END-STRING.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           IF WS-TXT-CHEQUE EQUAL SPACES
              STRING ':61:'                DELIMITED BY SIZE
                     WS-FEC-VAL-MT         DELIMITED BY SIZE
                     WS-FECHM01(6:2)       DELIMITED BY SIZE
                     WS-FECHM01(9:2)       DELIMITED BY SIZE
                     WS-SIGNO-MT           DELIMITED BY SIZE
                     WS-TXT-IMPORTE        DELIMITED BY SPACE
                     WS-DET-TIPO-MT        DELIMITED BY SIZE
                     'NONREF//'            DELIMITED BY SIZE
                     WS-DET-NUM-OPE-X      DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
           ELSE
              STRING ':61:'                DELIMITED BY SIZE
                     WS-FEC-VAL-MT         DELIMITED BY SIZE
                     WS-FECHM01(6:2)       DELIMITED BY SIZE
                     WS-FECHM01(9:2)       DELIMITED BY SIZE
                     WS-SIGNO-MT           DELIMITED BY SIZE
                     WS-TXT-IMPORTE        DELIMITED BY SPACE
                     WS-DET-TIPO-MT        DELIMITED BY SIZE
                     WS-TXT-CHEQUE         DELIMITED BY SPACE
                     '//'                  DELIMITED BY SIZE
                     WS-DET-NUM-OPE-X      DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
           END-IF.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING ':86:/OPE/'              DELIMITED BY SIZE
                  WS-DET-NUM-OPE-X         DELIMITED BY SIZE
                  '/REF/'                  DELIMITED BY SIZE
                  WS-DET-INTREF            DELIMITED BY SPACE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           IF WS-DET-RASTREO NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '/RAST/'              DELIMITED BY SIZE
                     WS-DET-RASTREO        DELIMITED BY SPACE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
           IF WS-TXT-CHEQUE NOT EQUAL SPACES
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '/CHQ/'               DELIMITED BY SIZE
                     WS-TXT-CHEQUE         DELIMITED BY SPACE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
           IF WS-DET-SPEI EQUAL 'S'
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '/NOM/'               DELIMITED BY SIZE
                     WS-DET-CPT-NOMBRE     DELIMITED BY '  '
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING '/CTA/'               DELIMITED BY SIZE
                     WS-DET-CPT-CUENTA     DELIMITED BY SPACE
                     '/BCO/'               DELIMITED BY SIZE
                     WS-DET-CPT-BANCO(1:35)
                                           DELIMITED BY '  '
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING '/DES/'                  DELIMITED BY SIZE
                  WS-DESCM01               DELIMITED BY '  '
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2600-ISO-FIN: CIERRE DEL ESTADO (CAMT) O SALDO FINAL /      *
      *     RESUMEN INTRADIA Y FIN DE MENSAJE (MT).                    *
      ******************************************************************
       2600-ISO-FIN.
      *
           EVALUATE TRUE
               WHEN E119-FORMATO-CAMT053
                    MOVE '</Stmt>'         TO FR-EXTRACTO-LINEA
                    WRITE FR-EXTRACTO-LINEA
               WHEN E119-FORMATO-CAMT052
                    MOVE '</Rpt>'          TO FR-EXTRACTO-LINEA
                    WRITE FR-EXTRACTO-LINEA
               WHEN E119-FORMATO-MT940
                    MOVE WS-ISO-SDO-FIN    TO WS-IMPORTE-ISO
                    MOVE E119-FECHFIN      TO WS-ISO-BAL-FECHA
                    MOVE ':62F:'           TO WS-ISO-BAL-TIPO
                    PERFORM 2460-MT-SALDO
               WHEN OTHER
                    PERFORM 2610-MT-RESUMEN-INTRADIA
           END-EVALUATE.
      *
           IF E119-FORMATO-XML
              IF E119-ENVOLTURA-COMPLETA
                 PERFORM 2690-CAMT-CIERRA-DOCUMENTO
              END-IF
           ELSE
              MOVE '-'                     TO FR-EXTRACTO-LINEA
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2610-MT-RESUMEN-INTRADIA: :90D: Y :90C: (NUMERO E IMPORTE   *
      *     DE CARGOS Y ABONOS AL CORTE).                              *
      ******************************************************************
       2610-MT-RESUMEN-INTRADIA.
      *
           MOVE WS-ISO-NUM-CAR             TO WS-NUM-ISO.
           MOVE WS-ISO-IMP-CAR             TO WS-IMPORTE-ISO.
           PERFORM 2960-FORMATEA-NUMERO.
           PERFORM 2950-FORMATEA-IMPORTE.
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING ':90D:'                  DELIMITED BY SIZE
                  WS-TXT-NUMERO            DELIMITED BY SPACE
                  CA-DIVISA                DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
           MOVE WS-ISO-NUM-ABO             TO WS-NUM-ISO.
           MOVE WS-ISO-IMP-ABO             TO WS-IMPORTE-ISO.
           PERFORM 2960-FORMATEA-NUMERO.
           PERFORM 2950-FORMATEA-IMPORTE.
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           STRING ':90C:'                  DELIMITED BY SIZE
                  WS-TXT-NUMERO            DELIMITED BY SPACE
                  CA-DIVISA                DELIMITED BY SIZE
                  WS-TXT-IMPORTE           DELIMITED BY SPACE
             INTO FR-EXTRACTO-LINEA
           END-STRING.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2690-CAMT-CIERRA-DOCUMENTO.                                 *
      ******************************************************************
       2690-CAMT-CIERRA-DOCUMENTO.
      *
           IF E119-FORMATO-CAMT053
              MOVE '</BkToCstmrStmt>'      TO FR-EXTRACTO-LINEA
           ELSE
              MOVE '</BkToCstmrAcctRpt>'   TO FR-EXTRACTO-LINEA
           END-IF.
           WRITE FR-EXTRACTO-LINEA.
           MOVE '</Document>'              TO FR-EXTRACTO-LINEA.
           WRITE FR-EXTRACTO-LINEA.
      *
      ******************************************************************
      *.PN 2950-FORMATEA-IMPORTE: WS-IMPORTE-ISO (SIN SIGNO) A TEXTO   *
      *     JUSTIFICADO A LA IZQUIERDA; PUNTO DECIMAL EN XML Y COMA EN *
      *     SWIFT.                                                     *
      ******************************************************************
       2950-FORMATEA-IMPORTE.
      *
           MOVE WS-IMPORTE-ISO             TO WS-EDIT-IMPORTE.
           MOVE 0                          TO WS-ESPACIOS.
           INSPECT WS-EDIT-IMPORTE TALLYING WS-ESPACIOS
                   FOR LEADING SPACES.
           MOVE SPACES                     TO WS-TXT-IMPORTE.
           MOVE WS-EDIT-IMPORTE(WS-ESPACIOS + 1:)
                                           TO WS-TXT-IMPORTE.
           IF E119-FORMATO-MT940 OR E119-FORMATO-MT942
              INSPECT WS-TXT-IMPORTE REPLACING ALL '.' BY ','
           END-IF.
      *
      ******************************************************************
      *.PN 2960-FORMATEA-NUMERO: WS-NUM-ISO A TEXTO JUSTIFICADO A LA   *
      *     IZQUIERDA.                                                 *
      ******************************************************************
       2960-FORMATEA-NUMERO.
      *
           MOVE WS-NUM-ISO                 TO WS-EDIT-NUMERO.
           MOVE 0                          TO WS-ESPACIOS.
           INSPECT WS-EDIT-NUMERO TALLYING WS-ESPACIOS
                   FOR LEADING SPACES.
           MOVE SPACES                     TO WS-TXT-NUMERO.
           MOVE WS-EDIT-NUMERO(WS-ESPACIOS + 1:)
                                           TO WS-TXT-NUMERO.
      * @BAZ243-F
      * @BAZ258-I
      ******************************************************************
      *.PN 2700-RESUMEN-ALCANCIA: DESPUES DE LOS MOVIMIENTOS, UNA      *
      *     LINEA POR ALCANCIA VIGENTE DE LA CUENTA EJE Y LA LEYENDA   *
      *     DE LA GAT. NO SON MOVIMIENTOS: NO ENTRAN A E119-NUM-REGS   *
      *     NI A LOS TOTALES DEL CUADRE.                               *
      ******************************************************************
       2700-RESUMEN-ALCANCIA.
      *
           MOVE 'N'                        TO WSS-FIN-ALC.
           MOVE 0                          TO WS-ALC-NUM-LINEAS.
      *
           EXEC SQL
               DECLARE C039ALC CURSOR FOR
               SELECT T039_NUM_CLIENTE, T039_ID_CTA_META,
                      T039_NOM_META, T039_SALDO
                 FROM MAZP.MBDT039 with(nolock)
                WHERE T039_CTA_EJE        = :E119-NUMCUEN
                  AND T039_LOG_METAS      = 'ALCANCIA'
                  AND T039_ESTAT_CTA_META IN ('AC','IN','PA')
                ORDER BY T039_ID_CTA_META
           END-EXEC.
      *
           EXEC SQL
               OPEN C039ALC
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              SET WSS-FIN-ALC-SI           TO TRUE
              MOVE CA-99                   TO E119-COD-RETURN
           END-IF.
      *
           PERFORM UNTIL WSS-FIN-ALC-SI
               EXEC SQL
                   FETCH C039ALC
                    INTO :WS-ALC-NUM-CLIENTE, :WS-ALC-ID,
                         :WS-ALC-NOMBRE, :WS-ALC-SALDO
               END-EXEC
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2710-LINEA-ALCANCIA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-ALC-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-ALC-SI TO TRUE
                        MOVE CA-99         TO E119-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C039ALC
           END-EXEC.
      *
           IF WS-ALC-NUM-LINEAS > 0
              MOVE SPACES                  TO FR-EXTRACTO-LINEA
              STRING 'GAT REAL: RENDIMIENTO QUE SE OBTENDRIA DESPUES '
                                           DELIMITED BY SIZE
                     'DE DESCONTAR LA INFLACION ESTIMADA. PARA FINES '
                                           DELIMITED BY SIZE
                     'INFORMATIVOS Y DE COMPARACION.'
                                           DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
              WRITE FR-EXTRACTO-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 2710-LINEA-ALCANCIA: GAT VIGENTE AL FIN DEL PERIODO Y       *
      *     RENDIMIENTO REALIZADO EN EL PERIODO DEL ESTADO. SIN TASA   *
      *     CONFIGURADA LA ALCANCIA SALE CON LA GAT EN CEROS.          *
      ******************************************************************
       2710-LINEA-ALCANCIA.
      *
           INITIALIZE VA-MBEC0670.
           MOVE 'R'                        TO PR-GAT-ACCION.
           MOVE E119-ENTIDAD               TO PR-GAT-ENT.
           MOVE WS-ALC-NUM-CLIENTE         TO PR-GAT-NUM-CLIENTE.
           MOVE WS-ALC-ID                  TO PR-GAT-ID-CTA-META.
           MOVE E119-FECHINI               TO PR-GAT-FEC-INI.
           MOVE E119-FECHFIN               TO PR-GAT-FEC-FIN.
           CALL CA-MB7C0670 USING VA-MBEC0670.
           IF PR-GAT-COD-RETURN NOT EQUAL CA-00
              MOVE ZEROS                   TO PR-GAT-TASA-ANUAL
                                              PR-GAT-NOMINAL
                                              PR-GAT-REAL
                                              PR-GAT-INTERESES
                                              PR-GAT-REND-REALIZADO
           END-IF.
      *
           MOVE WS-ALC-SALDO               TO WS-EDIT-ALC-SALDO.
           MOVE PR-GAT-INTERESES           TO WS-EDIT-ALC-INTERES.
           MOVE PR-GAT-TASA-ANUAL          TO WS-EDIT-ALC-TASA.
           MOVE PR-GAT-NOMINAL             TO WS-EDIT-ALC-GATN.
           MOVE PR-GAT-REAL                TO WS-EDIT-ALC-GATR.
           MOVE PR-GAT-REND-REALIZADO      TO WS-EDIT-ALC-REND.
      *
           MOVE SPACES                     TO FR-EXTRACTO-LINEA.
           IF E119-FORMATO-CSV
              STRING 'ALCANCIA'            DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-ALC-NOMBRE         DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-EDIT-ALC-SALDO     DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-EDIT-ALC-TASA      DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-EDIT-ALC-GATN      DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-EDIT-ALC-GATR      DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-EDIT-ALC-INTERES   DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-EDIT-ALC-REND      DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
           ELSE
              STRING 'ALCANCIA'            DELIMITED BY SIZE
                     WS-ALC-NOMBRE         DELIMITED BY SIZE
                     WS-EDIT-ALC-SALDO     DELIMITED BY SIZE
                     WS-EDIT-ALC-TASA      DELIMITED BY SIZE
                     WS-EDIT-ALC-GATN      DELIMITED BY SIZE
                     WS-EDIT-ALC-GATR      DELIMITED BY SIZE
                     WS-EDIT-ALC-INTERES   DELIMITED BY SIZE
                     WS-EDIT-ALC-REND      DELIMITED BY SIZE
                INTO FR-EXTRACTO-LINEA
              END-STRING
           END-IF.
      *
           WRITE FR-EXTRACTO-LINEA.
           ADD 1                           TO WS-ALC-NUM-LINEAS.
      * @BAZ258-F
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
