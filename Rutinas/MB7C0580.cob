      ******************************************************************
      *  MB7C0580: CAMBIO DE NIVEL (KYC) DE UNA CUENTA WALLET.        *
      *            MB9B0159 VIGILA EL TOPE MENSUAL EN UDIS POR        *
      *            PRODUCTO/SUBPRODUCTO Y AL CLIENTE QUE LO TOPA SE   *
      *            LE DECIA QUE SUBIERA DE NIVEL; PERO SUBIR ERA QUE  *
      *            ALGUIEN EDITARA EL PRODUCTO A MANO. AQUI SUCURSAL  *
      *            U ONBOARDING DIGITAL CAPTURA LA SOLICITUD CON EL   *
      *            NIVEL DESTINO Y LOS DOCUMENTOS RECIBIDOS (COTEJADOS*
      *            CONTRA EL TITULAR EN PEDT008/PEDT001); QUEDA 'PE'  *
      *            EN MBDT241 Y UN REVISOR DE CUMPLIMIENTO DE MANO    *
      *            DISTINTA LA APRUEBA O RECHAZA (COMO MB7C0200). AL  *
      *            APROBAR SE CAMBIA EL PRODUCTO/SUBPRODUCTO EN SITIO *
      *            (VALIDADO EN BGDT140 '0406' COMO MB9B0122); EL     *
      *            NUEVO TOPE RIGE ESE MISMO DIA Y SE LIBERAN LAS     *
      *            RETENCIONES DE TOPE DE LA CUENTA. SIN VERBOS CICS. *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0580.
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
      *     @BAZ247    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
         COPY QAWCSQL.
      *
       01 VA-SW-FIN-RET                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-RET-SI                    VALUE 'S'.
      *
       01 VA-FOLIO                         PIC S9(09) COMP-3.
       01 VA-ESTADO                        PIC X(02).
       01 VA-USR-CAPTURA                   PIC X(08).
       01 VA-CONTADOR                      PIC S9(09) COMP.
       01 VA-FLG-WALLET                    PIC X(01).
       01 VA-MES-ACTUAL                    PIC X(07).
      *
      * PRODUCTO DE LA CUENTA EN BGDT041 Y EL DE LA SOLICITUD.
       01 VA-COD-PROD-041                  PIC X(02).
       01 VA-COD-SPROD-041                 PIC X(04).
       01 VA-COD-PROD-ORIG                 PIC X(02).
       01 VA-COD-SPROD-ORIG                PIC X(04).
       01 VA-COD-PROD-DEST                 PIC X(02).
       01 VA-COD-SPROD-DEST                PIC X(04).
       01 VA-KEY-WALLET                    PIC X(06).
       01 VA-TOPE-ORIG                     PIC S9(09) COMP-3.
       01 VA-TOPE-DEST                     PIC S9(09) COMP-3.
      *
      * TITULAR DE LA CUENTA (PEDT008 'T' 01 -> PEDT001).
       01 VA-NUM-CLTE                      PIC S9(09) COMP-3.
       01 VA-CURP-TITULAR                  PIC X(18).
       01 VA-RFC-TITULAR                   PIC X(13).
      *
      * RETENCION DE TOPE EN TURNO (CURSOR C580RET SOBRE BGDT089).
       01 VA-RET-NUM-WHD                   PIC S9(09) COMP-3.
       01 VA-RET-IMPORTE                   PIC S9(13)V9(02) COMP-3.
      *
      * COMMAREA DEL EMISOR DE EVENTOS (CALL MB7C0150).
       01 VA-MBEC0150.
           COPY MBEC0150.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-30                            PIC X(02) VALUE '30'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-PE                            PIC X(02) VALUE 'PE'.
       01 CA-AP                            PIC X(02) VALUE 'AP'.
       01 CA-RE                            PIC X(02) VALUE 'RE'.
       01 CA-EXCEDIDA                      PIC X(02) VALUE 'EX'.
       01 CA-AMPLIADA                      PIC X(02) VALUE 'AM'.
       01 CA-0406                          PIC X(04) VALUE '0406'.
      * CODIGO DE RETENCION (T089_COD) CON QUE EL CONTROL DE TOPE
      * DETIENE LOS ABONOS QUE REBASAN EL NIVEL DE LA WALLET.
       01 CA-RET-TOPE                      PIC X(04) VALUE 'TUDI'.
       01 CA-MB7C0150                      PIC X(08) VALUE 'MB7C0150'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0580.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           PERFORM 1000-START
      *
           IF PR-NIV-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-NIV-SOLICITA
                    PERFORM 2000-SOLICITA-NIVEL
                 WHEN PR-NIV-APRUEBA
                    PERFORM 3000-RESUELVE-DOS-MANOS
                 WHEN PR-NIV-RECHAZA
                    PERFORM 3000-RESUELVE-DOS-MANOS
                 WHEN PR-NIV-CONSULTA
                    PERFORM 4000-CONSULTA-SOLICITUD
                 WHEN OTHER
                    MOVE CA-99             TO PR-NIV-COD-RETURN
                    MOVE 'ACCION NO RECONOCIDA'
                                           TO PR-NIV-DES-ERROR
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-NIV-COD-RETURN
           MOVE SPACES                     TO PR-NIV-DES-ERROR
                                              PR-NIV-ESTADO
           MOVE ZEROES                     TO PR-NIV-NUM-LIBERADAS

           IF PR-NIV-ENT     EQUAL SPACES OR LOW-VALUES OR
              PR-NIV-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-NIV-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-NIV-DES-ERROR
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND PR-NIV-SOLICITA
              MOVE ZEROES                  TO PR-NIV-FOLIO
              IF PR-NIV-CEN-REG        EQUAL SPACES OR LOW-VALUES OR
                 PR-NIV-ACC            EQUAL SPACES OR LOW-VALUES OR
                 PR-NIV-COD-PROD-DEST  EQUAL SPACES OR LOW-VALUES OR
                 PR-NIV-COD-SPROD-DEST EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'DATOS DE LA SOLICITUD INCOMPLETOS'
                                           TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND PR-NIV-SOLICITA
              IF NOT PR-NIV-CANAL-SUCURSAL AND
                 NOT PR-NIV-CANAL-DIGITAL
                 MOVE CA-20                TO PR-NIV-COD-RETURN
                 MOVE 'CANAL DE LA SOLICITUD INVALIDO'
                                           TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND PR-NIV-SOLICITA
              IF PR-NIV-TIPO-ID        EQUAL SPACES OR LOW-VALUES OR
                 PR-NIV-NUM-ID         EQUAL SPACES OR LOW-VALUES OR
                 PR-NIV-CURP           EQUAL SPACES OR LOW-VALUES OR
                 PR-NIV-COMP-DOMICILIO NOT EQUAL 'S'
                 MOVE CA-20                TO PR-NIV-COD-RETURN
                 MOVE 'FALTAN DOCUMENTOS DE IDENTIFICACION'
                                           TO PR-NIV-DES-ERROR
              END-IF
              IF PR-NIV-RFC EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-NIV-RFC
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND NOT PR-NIV-SOLICITA
              IF PR-NIV-FOLIO NOT NUMERIC OR
                 PR-NIV-FOLIO EQUAL ZEROES
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'FOLIO DE SOLICITUD REQUERIDO'
                                           TO PR-NIV-DES-ERROR
              ELSE
                 MOVE PR-NIV-FOLIO         TO VA-FOLIO
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND PR-NIV-RECHAZA
              IF PR-NIV-MOTIVO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-NIV-COD-RETURN
                 MOVE 'MOTIVO DE RECHAZO REQUERIDO'
                                           TO PR-NIV-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2000-SOLICITA-NIVEL.                                            *
      ******************************************************************
       2000-SOLICITA-NIVEL.

           PERFORM 2100-LEE-CUENTA

           IF PR-NIV-COD-RETURN EQUAL CA-00
              MOVE VA-COD-PROD-041         TO VA-COD-PROD-ORIG
              MOVE VA-COD-SPROD-041        TO VA-COD-SPROD-ORIG
              MOVE PR-NIV-COD-PROD-DEST    TO VA-COD-PROD-DEST
              MOVE PR-NIV-COD-SPROD-DEST   TO VA-COD-SPROD-DEST
              PERFORM 2200-VALIDA-NIVELES
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              PERFORM 2300-VALIDA-TITULAR
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              PERFORM 2400-ENCOLA-SOLICITUD
           END-IF.
      ******************************************************************
      *2100-LEE-CUENTA: PRODUCTO/SUBPRODUCTO VIGENTE EN BGDT041.       *
      ******************************************************************
       2100-LEE-CUENTA.

           EXEC SQL
              SELECT T041_COD_PRODUCT, T041_COD_SPROD
                INTO :VA-COD-PROD-041, :VA-COD-SPROD-041
                FROM BGDT041 with (nolock)
               WHERE T041_ENT     = :PR-NIV-ENT
                 AND T041_CEN_REG = :PR-NIV-CEN-REG
                 AND T041_ACC     = :PR-NIV-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-COD-PROD-041      TO PR-NIV-COD-PROD-ORIG
                 MOVE VA-COD-SPROD-041     TO PR-NIV-COD-SPROD-ORIG
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-NIV-COD-RETURN
                 MOVE 'CUENTA NO EXISTE EN BGDT041'
                                           TO PR-NIV-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL BGDT041'  TO PR-NIV-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2200-VALIDA-NIVELES: ORIGEN Y DESTINO DEBEN SER WALLET (TABLA   *
      *     '0406' DE BGDT140, COMO 2160-VALIDA-SPROD-WALLET-DEST DE   *
      *     MB9B0122) Y EL DESTINO DEBE TENER EN MBDT183 UN TOPE MAYOR *
      *     AL DEL ORIGEN (SIN RENGLON EL ORIGEN VALE CERO; EL DESTINO *
      *     SIN RENGLON NO ES UN NIVEL CATALOGADO).                    *
      ******************************************************************
       2200-VALIDA-NIVELES.

           MOVE VA-COD-PROD-ORIG           TO VA-KEY-WALLET(1:2)
           MOVE VA-COD-SPROD-ORIG          TO VA-KEY-WALLET(3:4)
           PERFORM 2210-VALIDA-WALLET
           IF PR-NIV-COD-RETURN EQUAL CA-00 AND VA-FLG-WALLET NOT = 'S'
              MOVE CA-20                   TO PR-NIV-COD-RETURN
              MOVE 'LA CUENTA NO ES WALLET'
                                           TO PR-NIV-DES-ERROR
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              MOVE VA-COD-PROD-DEST        TO VA-KEY-WALLET(1:2)
              MOVE VA-COD-SPROD-DEST       TO VA-KEY-WALLET(3:4)
              PERFORM 2210-VALIDA-WALLET
              IF PR-NIV-COD-RETURN EQUAL CA-00 AND
                 VA-FLG-WALLET NOT = 'S'
                 MOVE CA-20                TO PR-NIV-COD-RETURN
                 MOVE 'NIVEL DESTINO NO ES WALLET'
                                           TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              MOVE ZEROES                  TO VA-TOPE-ORIG
                                              VA-TOPE-DEST
              EXEC SQL
                 SELECT COALESCE(MAX(CASE WHEN T183_COD_PROD  =
                                               :VA-COD-PROD-ORIG
                                           AND T183_COD_SPROD =
                                               :VA-COD-SPROD-ORIG
                                          THEN T183_TOPE_UDIS END), 0),
                        COALESCE(MAX(CASE WHEN T183_COD_PROD  =
                                               :VA-COD-PROD-DEST
                                           AND T183_COD_SPROD =
                                               :VA-COD-SPROD-DEST
                                          THEN T183_TOPE_UDIS END), 0)
                   INTO :VA-TOPE-ORIG, :VA-TOPE-DEST
                   FROM MBDT183 with (nolock)
                  WHERE T183_ENT = :PR-NIV-ENT
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-TOPE-ORIG         TO PR-NIV-TOPE-ORIG
                 MOVE VA-TOPE-DEST         TO PR-NIV-TOPE-DEST
                 IF VA-TOPE-DEST NOT > VA-TOPE-ORIG
                    MOVE CA-20             TO PR-NIV-COD-RETURN
                    MOVE 'NIVEL DESTINO NO ES SUPERIOR'
                                           TO PR-NIV-DES-ERROR
                 END-IF
              ELSE
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL MBDT183'  TO PR-NIV-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2210-VALIDA-WALLET.                                             *
      ******************************************************************
       2210-VALIDA-WALLET.

           MOVE 'N'                        TO VA-FLG-WALLET

           EXEC SQL
              SELECT 'S'
                INTO :VA-FLG-WALLET
                FROM BGDT140 with (nolock)
               WHERE T140_COD_TABLE = :CA-0406
                 AND T140_LANGUAGE  = 'E'
                 AND T140_ENTITY    = :PR-NIV-ENT
                 AND T140_KEY_TABLE = :VA-KEY-WALLET
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE 'N'                  TO VA-FLG-WALLET
              WHEN OTHER
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL BGDT140'  TO PR-NIV-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2300-VALIDA-TITULAR: LOS DOCUMENTOS DEBEN SER DEL TITULAR DE LA *
      *     CUENTA (PEDT008 'T' 01 -> PEDT001): LA CURP COINCIDE Y EL  *
      *     RFC, SI SE INFORMA, TAMBIEN.                               *
      ******************************************************************
       2300-VALIDA-TITULAR.

           MOVE SPACES                     TO VA-CURP-TITULAR
                                              VA-RFC-TITULAR
           MOVE ZEROES                     TO VA-NUM-CLTE

           EXEC SQL
              SELECT P1.NUM_CUS, COALESCE(P1.CURP, ' '),
                     COALESCE(P1.RFC, ' ')
                INTO :VA-NUM-CLTE, :VA-CURP-TITULAR,
                     :VA-RFC-TITULAR
                FROM PEDT008 P8, PEDT001 P1
               WHERE P8.COD_ENTITY   = :PR-NIV-ENT
                 AND P8.BRN_OPEN     = :PR-NIV-CEN-REG
                 AND P8.COD_PRODSERV = SUBSTR(:PR-NIV-ACC, 1, 2)
                 AND P8.NUM_ACCOUNT  = SUBSTR(:PR-NIV-ACC, 3, 8)
                 AND P8.KEY_PARTIC   = 'T'
                 AND P8.PARTSEQ      = '01'
                 AND P1.NUM_CUS      = P8.NUM_CUS
                 AND P1.COD_ENTITY   = P8.COD_ENTITY
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-CURP-TITULAR NOT EQUAL PR-NIV-CURP
                    MOVE CA-20             TO PR-NIV-COD-RETURN
                    MOVE 'CURP NO CORRESPONDE AL TITULAR'
                                           TO PR-NIV-DES-ERROR
                 END-IF
                 IF PR-NIV-COD-RETURN EQUAL CA-00 AND
                    PR-NIV-RFC NOT EQUAL SPACES AND
                    PR-NIV-RFC NOT EQUAL VA-RFC-TITULAR
                    MOVE CA-20             TO PR-NIV-COD-RETURN
                    MOVE 'RFC NO CORRESPONDE AL TITULAR'
                                           TO PR-NIV-DES-ERROR
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-NIV-COD-RETURN
                 MOVE 'CUENTA SIN TITULAR EN PEDT008'
                                           TO PR-NIV-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL PEDT001'  TO PR-NIV-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2400-ENCOLA-SOLICITUD: UNA SOLA SOLICITUD PENDIENTE POR CUENTA; *
      *     EL FOLIO ES EL SIGUIENTE DE LA COLA.                       *
      ******************************************************************
       2400-ENCOLA-SOLICITUD.

           MOVE ZEROES                     TO VA-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :VA-CONTADOR
                FROM MBDT241 with (nolock)
               WHERE T241_ENT     = :PR-NIV-ENT
                 AND T241_CEN_REG = :PR-NIV-CEN-REG
                 AND T241_ACC     = :PR-NIV-ACC
                 AND T241_ESTADO  = :CA-PE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-NIV-COD-RETURN
              MOVE 'ERROR SQL MBDT241'     TO PR-NIV-DES-ERROR
           ELSE
              IF VA-CONTADOR > ZEROES
                 MOVE CA-20                TO PR-NIV-COD-RETURN
                 MOVE 'YA HAY SOLICITUD PENDIENTE'
                                           TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COALESCE(MAX(T241_FOLIO), 0) + 1
                   INTO :VA-FOLIO
                   FROM MBDT241 with (nolock)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL MBDT241'  TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT241
                        (T241_FOLIO, T241_ENT, T241_CEN_REG,
                         T241_ACC, T241_NUM_CLTE,
                         T241_COD_PROD_ORIG, T241_COD_SPROD_ORIG,
                         T241_COD_PROD_DEST, T241_COD_SPROD_DEST,
                         T241_TOPE_ORIG, T241_TOPE_DEST,
                         T241_CANAL, T241_TIPO_ID, T241_NUM_ID,
                         T241_CURP, T241_RFC,
                         T241_COMP_DOMICILIO, T241_ESTADO,
                         T241_USR_CAPTURA, T241_STP_CAPTURA,
                         T241_USR_RESUELVE, T241_STP_RESUELVE,
                         T241_MOTIVO)
                 VALUES (:VA-FOLIO, :PR-NIV-ENT, :PR-NIV-CEN-REG,
                         :PR-NIV-ACC, :VA-NUM-CLTE,
                         :VA-COD-PROD-ORIG, :VA-COD-SPROD-ORIG,
                         :VA-COD-PROD-DEST, :VA-COD-SPROD-DEST,
                         :VA-TOPE-ORIG, :VA-TOPE-DEST,
                         :PR-NIV-CANAL, :PR-NIV-TIPO-ID,
                         :PR-NIV-NUM-ID, :PR-NIV-CURP, :PR-NIV-RFC,
                         :PR-NIV-COMP-DOMICILIO, :CA-PE,
                         :PR-NIV-USUARIO, CURRENT TIMESTAMP,
                         ' ', NULL, ' ')
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-FOLIO             TO PR-NIV-FOLIO
                 MOVE CA-PE                TO PR-NIV-ESTADO
              ELSE
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL MBDT241'  TO PR-NIV-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3000-RESUELVE-DOS-MANOS: EL REVISOR DEBE SER MANO DISTINTA DEL  *
      *     CAPTURISTA. AL APROBAR SE REVALIDA CONTRA LO QUE LA CUENTA *
      *     Y EL CATALOGO TIENEN HOY; NO CONTRA LO QUE EL CANAL TRAIGA.*
      ******************************************************************
       3000-RESUELVE-DOS-MANOS.

           PERFORM 3100-LEE-SOLICITUD

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND
              VA-ESTADO NOT EQUAL CA-PE
              MOVE CA-10                   TO PR-NIV-COD-RETURN
              MOVE 'SOLICITUD PENDIENTE NO ENCONTRADA'
                                           TO PR-NIV-DES-ERROR
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND
              VA-USR-CAPTURA EQUAL PR-NIV-USUARIO
              MOVE CA-30                   TO PR-NIV-COD-RETURN
              MOVE 'EL REVISOR DEBE SER MANO DISTINTA'
                                           TO PR-NIV-DES-ERROR
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00 AND PR-NIV-APRUEBA
              PERFORM 3200-APLICA-NIVEL
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              IF PR-NIV-APRUEBA
                 MOVE CA-AP                TO VA-ESTADO
                 MOVE SPACES               TO PR-NIV-MOTIVO
              ELSE
                 MOVE CA-RE                TO VA-ESTADO
              END-IF
              PERFORM 3900-MARCA-SOLICITUD
           END-IF.
      ******************************************************************
      *3100-LEE-SOLICITUD.                                             *
      ******************************************************************
       3100-LEE-SOLICITUD.

           EXEC SQL
              SELECT T241_CEN_REG, T241_ACC, T241_ESTADO,
                     T241_USR_CAPTURA,
                     T241_COD_PROD_ORIG, T241_COD_SPROD_ORIG,
                     T241_COD_PROD_DEST, T241_COD_SPROD_DEST,
                     T241_CANAL, T241_TIPO_ID, T241_NUM_ID,
                     T241_CURP, T241_RFC, T241_COMP_DOMICILIO,
                     T241_TOPE_ORIG, T241_TOPE_DEST
                INTO :PR-NIV-CEN-REG, :PR-NIV-ACC, :VA-ESTADO,
                     :VA-USR-CAPTURA,
                     :VA-COD-PROD-ORIG, :VA-COD-SPROD-ORIG,
                     :VA-COD-PROD-DEST, :VA-COD-SPROD-DEST,
                     :PR-NIV-CANAL, :PR-NIV-TIPO-ID, :PR-NIV-NUM-ID,
                     :PR-NIV-CURP, :PR-NIV-RFC,
                     :PR-NIV-COMP-DOMICILIO,
                     :VA-TOPE-ORIG, :VA-TOPE-DEST
                FROM MBDT241 with (nolock)
               WHERE T241_FOLIO = :VA-FOLIO
                 AND T241_ENT   = :PR-NIV-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-ESTADO            TO PR-NIV-ESTADO
                 MOVE VA-COD-PROD-ORIG     TO PR-NIV-COD-PROD-ORIG
                 MOVE VA-COD-SPROD-ORIG    TO PR-NIV-COD-SPROD-ORIG
                 MOVE VA-COD-PROD-DEST     TO PR-NIV-COD-PROD-DEST
                 MOVE VA-COD-SPROD-DEST    TO PR-NIV-COD-SPROD-DEST
                 MOVE VA-TOPE-ORIG         TO PR-NIV-TOPE-ORIG
                 MOVE VA-TOPE-DEST         TO PR-NIV-TOPE-DEST
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-NIV-COD-RETURN
                 MOVE 'SOLICITUD NO ENCONTRADA'
                                           TO PR-NIV-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL MBDT241'  TO PR-NIV-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3200-APLICA-NIVEL: LA CUENTA DEBE SEGUIR EN EL PRODUCTO DE LA   *
      *     SOLICITUD; SE REVALIDAN LOS NIVELES Y SE CAMBIA EL         *
      *     PRODUCTO EN SITIO. MB9B0159 Y MB9B0202 TOMAN EL TOPE DEL   *
      *     PRODUCTO VIGENTE: EL NUEVO NIVEL RIGE DESDE HOY.           *
      ******************************************************************
       3200-APLICA-NIVEL.

           PERFORM 2100-LEE-CUENTA

           IF PR-NIV-COD-RETURN EQUAL CA-00
              IF VA-COD-PROD-041  NOT EQUAL VA-COD-PROD-ORIG OR
                 VA-COD-SPROD-041 NOT EQUAL VA-COD-SPROD-ORIG
                 MOVE CA-20                TO PR-NIV-COD-RETURN
                 MOVE 'EL PRODUCTO DE LA CUENTA YA CAMBIO'
                                           TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              PERFORM 2200-VALIDA-NIVELES
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE BGDT041
                    SET T041_COD_PRODUCT = :VA-COD-PROD-DEST,
                        T041_COD_SPROD   = :VA-COD-SPROD-DEST
                  WHERE T041_ENT     = :PR-NIV-ENT
                    AND T041_CEN_REG = :PR-NIV-CEN-REG
                    AND T041_ACC     = :PR-NIV-ACC
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL BGDT041'  TO PR-NIV-DES-ERROR
              END-IF
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              PERFORM 3300-AJUSTA-MARCA-TOPE
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              PERFORM 3400-LIBERA-RETENCIONES
           END-IF.
      ******************************************************************
      *3300-AJUSTA-MARCA-TOPE: LA MARCA 'EX' DEL MES EN CURSO (MBDT184)*
      *     QUE YA CABE EN EL NUEVO TOPE QUEDA 'AM' PARA QUE LOS       *
      *     CANALES DEJEN DE ADVERTIR AL CLIENTE.                      *
      ******************************************************************
       3300-AJUSTA-MARCA-TOPE.

           MOVE SPACES                     TO VA-MES-ACTUAL

           EXEC SQL
              SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
                INTO :VA-MES-ACTUAL
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-NIV-COD-RETURN
              MOVE 'ERROR SQL FECHA DEL DIA'
                                           TO PR-NIV-DES-ERROR
           END-IF

           IF PR-NIV-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT184
                    SET T184_ESTADO      = :CA-AMPLIADA,
                        T184_TOPE_UDIS   = :VA-TOPE-DEST,
                        T184_STP_LASTMOD = CURRENT TIMESTAMP
                  WHERE T184_ENT      = :PR-NIV-ENT
                    AND T184_CEN_REG  = :PR-NIV-CEN-REG
                    AND T184_ACC      = :PR-NIV-ACC
                    AND T184_MES      = :VA-MES-ACTUAL
                    AND T184_ESTADO   = :CA-EXCEDIDA
                    AND T184_DEP_UDIS <= :VA-TOPE-DEST
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL MBDT184'  TO PR-NIV-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3400-LIBERA-RETENCIONES: LOS ABONOS DETENIDOS POR EL CONTROL DE *
      *     TOPE (BGDT089 CODIGO 'TUDI') SE LIBERAN BORRANDO EL        *
      *     RENGLON, IGUAL QUE MB9B0121, CON SU AVISO AL CLIENTE.      *
      ******************************************************************
       3400-LIBERA-RETENCIONES.

           MOVE 'N'                        TO VA-SW-FIN-RET

           EXEC SQL
              DECLARE C580RET CURSOR FOR
              SELECT T089_NUM_WHD, T089_AMT_CURRENT
                FROM BGDT089
               WHERE T089_ENT     = :PR-NIV-ENT
                 AND T089_CEN_REG = :PR-NIV-CEN-REG
                 AND T089_ACC     = :PR-NIV-ACC
                 AND T089_COD     = :CA-RET-TOPE
               ORDER BY T089_NUM_WHD
           END-EXEC

           EXEC SQL
              OPEN C580RET
           END-EXEC

           PERFORM UNTIL VA-88-FIN-RET-SI
              EXEC SQL
                 FETCH C580RET
                  INTO :VA-RET-NUM-WHD, :VA-RET-IMPORTE
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    PERFORM 3410-LIBERA-RETENCION
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-RET
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-RET
                    MOVE CA-99             TO PR-NIV-COD-RETURN
                    MOVE 'ERROR SQL BGDT089'
                                           TO PR-NIV-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C580RET
           END-EXEC.
      ******************************************************************
      *3410-LIBERA-RETENCION.                                          *
      ******************************************************************
       3410-LIBERA-RETENCION.

           EXEC SQL
              DELETE FROM BGDT089
               WHERE T089_ENT     = :PR-NIV-ENT
                 AND T089_CEN_REG = :PR-NIV-CEN-REG
                 AND T089_ACC     = :PR-NIV-ACC
                 AND T089_NUM_WHD = :VA-RET-NUM-WHD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              ADD 1                        TO PR-NIV-NUM-LIBERADAS
              PERFORM 3420-AVISA-CLIENTE
           ELSE
              MOVE 'S'                     TO VA-SW-FIN-RET
              MOVE CA-99                   TO PR-NIV-COD-RETURN
              MOVE 'ERROR SQL BGDT089'     TO PR-NIV-DES-ERROR
           END-IF.
      ******************************************************************
      *3420-AVISA-CLIENTE: MISMO EVENTO 'RETL' DE MB9B0121 (MEJOR      *
      *     ESFUERZO).                                                 *
      ******************************************************************
       3420-AVISA-CLIENTE.

           INITIALIZE VA-MBEC0150
           MOVE 'RETL'                     TO PR-EVT-TIPO
           MOVE PR-NIV-ENT                 TO PR-EVT-ENT
           MOVE SPACES                     TO PR-EVT-CUENTA
           STRING PR-NIV-CEN-REG           DELIMITED BY SIZE
                  PR-NIV-ACC               DELIMITED BY SIZE
             INTO PR-EVT-CUENTA
           END-STRING
           MOVE VA-RET-IMPORTE             TO PR-EVT-IMPORTE
           MOVE VA-RET-NUM-WHD             TO PR-EVT-REFERENCIA
           MOVE 'ABONO LIBERADO POR CAMBIO DE NIVEL'
                                           TO PR-EVT-DETALLE

           CALL CA-MB7C0150 USING VA-MBEC0150.
      ******************************************************************
      *3900-MARCA-SOLICITUD.                                           *
      ******************************************************************
       3900-MARCA-SOLICITUD.

           EXEC SQL
              UPDATE MBDT241
                 SET T241_ESTADO       = :VA-ESTADO,
                     T241_USR_RESUELVE = :PR-NIV-USUARIO,
                     T241_STP_RESUELVE = CURRENT TIMESTAMP,
                     T241_MOTIVO       = :PR-NIV-MOTIVO
               WHERE T241_FOLIO  = :VA-FOLIO
                 AND T241_ENT    = :PR-NIV-ENT
                 AND T241_ESTADO = :CA-PE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VA-ESTADO               TO PR-NIV-ESTADO
           ELSE
              MOVE CA-99                   TO PR-NIV-COD-RETURN
              MOVE 'ERROR SQL MBDT241'     TO PR-NIV-DES-ERROR
           END-IF.
      ******************************************************************
      *4000-CONSULTA-SOLICITUD.                                        *
      ******************************************************************
       4000-CONSULTA-SOLICITUD.

           PERFORM 3100-LEE-SOLICITUD

           IF PR-NIV-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT T241_MOTIVO
                   INTO :PR-NIV-MOTIVO
                   FROM MBDT241 with (nolock)
                  WHERE T241_FOLIO = :VA-FOLIO
                    AND T241_ENT   = :PR-NIV-ENT
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-NIV-COD-RETURN
                 MOVE 'ERROR SQL MBDT241'  TO PR-NIV-DES-ERROR
              END-IF
           END-IF.
