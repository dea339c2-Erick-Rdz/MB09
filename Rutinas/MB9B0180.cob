      *            MB9B0132) CUENTA POR CUENTA; EL EXTRFILE VA EN     *
      *            DISPOSICION MOD Y EL JCL CONCATENA CARATULA +      *
      *            EXTRACTOS EN EL DOCUMENTO UNICO DEL CLIENTE.       *
      *            EN LOS FORMATOS ISO 20022 / SWIFT NO HAY CARATULA; *
      *            EN XML EL DOCUMENTO SE ABRE Y SE CIERRA AQUI       *
      *            (E119-ENVOLTURA) Y CADA CUENTA APORTA SU STMT.     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ210    AGR     03-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ243    AGR     15-10-2026 FORMATOS ISO 20022 / SWIFT   *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
           05 WSS-FILE-ABIERTO              PIC X(01) VALUE 'N'.
              88 WSS-FILE-ABIERTO-SI                VALUE 'S'.
      * @BAZ243-I
           05 WSS-DOC-ABIERTO               PIC X(01) VALUE 'N'.
              88 WSS-DOC-ABIERTO-SI                 VALUE 'S'.
      * @BAZ243-F
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
              MOVE CA-99                   TO E180-COD-RETURN
           END-IF.
      *
      * @BAZ243-I
      *    LA CARATULA CSV NO CABE EN UN DOCUMENTO XML NI SWIFT.
      *    IF E180-RETURN-OK
           IF E180-RETURN-OK AND NOT E180-FORMATO-ISO
      * @BAZ243-F
              OPEN OUTPUT F-CARATULA
              SET WSS-FILE-ABIERTO-SI      TO TRUE
              MOVE SPACES                  TO FR-CARATULA-LINEA
              END-STRING
              WRITE FR-CARATULA-LINEA
           END-IF.
      * @BAZ243-I
      *
           IF E180-RETURN-OK AND E180-FORMATO-XML
              MOVE 'A'                     TO E119-ENVOLTURA
              PERFORM 2800-MARCO-DOCUMENTO
           END-IF.
      * @BAZ243-F
      *
      ******************************************************************
      *.PN 2000-RECORRE-CUENTAS: LAS CUENTAS/WALLETS ACTIVOS DEL       *
           MOVE E180-FECHFIN               TO E119-FECHFIN.
           MOVE E180-FORMATO               TO E119-FORMATO.
           MOVE E180-ENT-ORIGIN            TO E119-ENTIDAD.
      * @BAZ243-I
           IF E180-FORMATO-XML
              MOVE 'S'                     TO E119-ENVOLTURA
           END-IF.
           ADD 1 E180-NUM-CUENTAS      GIVING E119-NUM-SECUENCIA.
      * @BAZ243-F
      *
           CALL CA-MB9B0119 USING MBNE0119.
      *
               WHEN E119-RETURN-OK
                    ADD 1                  TO E180-NUM-CUENTAS
                    ADD E119-NUM-REGS      TO E180-NUM-REGS
      * @BAZ243-I
      *             PERFORM 2900-LINEA-CARATULA
                    IF WSS-FILE-ABIERTO-SI
                       PERFORM 2900-LINEA-CARATULA
                    END-IF
      * @BAZ243-F
               WHEN E119-RETURN-SIN-DATOS
      *             CUENTA SIN MOVIMIENTOS EN EL PERIODO; VA EN LA
      *             CARATULA CON CERO (EL CLIENTE VE TODAS SUS
      *             CUENTAS EN EL DOCUMENTO).
                    ADD 1                  TO E180-NUM-CUENTAS
                    MOVE 0                 TO E119-NUM-REGS
      * @BAZ243-I
      *             PERFORM 2900-LINEA-CARATULA
                    IF WSS-FILE-ABIERTO-SI
                       PERFORM 2900-LINEA-CARATULA
                    END-IF
      * @BAZ243-F
               WHEN OTHER
                    MOVE CA-99             TO E180-COD-RETURN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      * @BAZ243-I
      ******************************************************************
      *.PN 2800-MARCO-DOCUMENTO: APERTURA ('A') O CIERRE ('C') DEL     *
      *     DOCUMENTO XML UNICO DEL CLIENTE.                           *
      ******************************************************************
       2800-MARCO-DOCUMENTO.
      *
           MOVE E119-ENVOLTURA             TO WSS-DOC-ABIERTO.
           INITIALIZE MBNE0119.
           MOVE WSS-DOC-ABIERTO            TO E119-ENVOLTURA.
           MOVE E180-BDMID                 TO E119-BDMID.
           MOVE E180-FECHINI               TO E119-FECHINI.
           MOVE E180-FECHFIN               TO E119-FECHFIN.
           MOVE E180-FORMATO               TO E119-FORMATO.
           MOVE E180-ENT-ORIGIN            TO E119-ENTIDAD.
      *
           CALL CA-MB9B0119 USING MBNE0119.
      *
           IF E119-RETURN-OK AND E119-ENVOLTURA-APERTURA
              SET WSS-DOC-ABIERTO-SI       TO TRUE
           ELSE
              MOVE 'N'                     TO WSS-DOC-ABIERTO
           END-IF.
           IF NOT E119-RETURN-OK
              MOVE CA-99                   TO E180-COD-RETURN
           END-IF.
      * @BAZ243-F
      *
      ******************************************************************
      *.PN 2900-LINEA-CARATULA.                                        *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
      * @BAZ243-I
           IF WSS-DOC-ABIERTO-SI
              MOVE 'C'                     TO E119-ENVOLTURA
              PERFORM 2800-MARCO-DOCUMENTO
           END-IF.
      * @BAZ243-F
      *
           IF WSS-FILE-ABIERTO-SI
              CLOSE F-CARATULA
