      ******************************************************************
      *  MB7C0620: SERVICIO DE TOKENIZACION DE NUMEROS DE TARJETA.    *
      *            LOS EXTRACTOS, REPORTES E INTERFACES BATCH YA NO   *
      *            LLEVAN EL NUMERO COMPLETO DE TARJETA SINO UN TOKEN *
      *            SUSTITUTO ESTABLE, GUARDADO EN LA BOVEDA MBDT251   *
      *            (TABLA CON PERMISOS SOLO PARA ESTE PROGRAMA). EL   *
      *            TOKEN SE RECUPERA A TARJETA SOLO CON LA OPCION DE  *
      *            DESTOKENIZAR, PARA USUARIOS CON ROL AUTORIZADO EN  *
      *            EL CATALOGO MBDT140 'PANT' Y CON MOTIVO Y TICKET,  *
      *            COMO LOS OTORGAMIENTOS DE MB7C0390 (MBDT206). CADA *
      *            INTENTO QUEDA EN LA BITACORA MBDT252. LOS BATCH LO *
      *            LLAMAN POR CALL, COMO A MB7C0150. SIN VERBOS CICS. *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0620.
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
      *     @BAZ253    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
      * TARJETA A TOKENIZAR: SOLO DIGITOS, DE 12 A 19 POSICIONES.
       01 VA-PAN                           PIC X(19).
       01 VN-BLANCOS                       PIC S9(04) COMP.
       01 VN-LARGO-PAN                     PIC S9(04) COMP.
       01 VN-POS-ULT4                      PIC S9(04) COMP.
      *
      * TOKEN = 'TK' + CONSECUTIVO DE LA BOVEDA (10) + ULTIMOS 4.
       01 VN-SEQ                           PIC S9(10) COMP-3.
       01 VA-TOKEN                         PIC X(16).
       01 VA-TOKEN-R REDEFINES VA-TOKEN.
           05 VA-TOKEN-PREFIJO             PIC X(02).
           05 VA-TOKEN-SEQ                 PIC 9(10).
           05 VA-TOKEN-ULT4                PIC X(04).
      *
      * BITACORA DE DESTOKENIZACION (MBDT252).
       01 VN-BIT-ID                        PIC S9(09) COMP.
       01 VA-BIT-RESULTADO                 PIC X(02).
       01 VA-ROL                           PIC X(10).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-TK                            PIC X(02) VALUE 'TK'.
       01 CA-RES-OK                        PIC X(02) VALUE 'OK'.
       01 CA-RES-NO-AUTORIZADO             PIC X(02) VALUE 'NA'.
       01 CA-RES-NO-EXISTE                 PIC X(02) VALUE 'NE'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0620.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           PERFORM 1000-START
      *
           IF PR-TKN-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-TKN-TOKENIZA
                    PERFORM 2000-TOKENIZA
                 WHEN PR-TKN-DESTOKENIZA
                    PERFORM 3000-DESTOKENIZA
                 WHEN OTHER
                    MOVE CA-99             TO PR-TKN-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-TKN-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-TKN-COD-RETURN
           MOVE SPACES                     TO PR-TKN-DES-ERROR
                                              PR-TKN-ROL

           IF PR-TKN-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-TKN-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-TKN-DES-ERROR
           END-IF

           IF PR-TKN-TOKENIZA
              MOVE SPACES                  TO PR-TKN-TOKEN
              MOVE PR-TKN-PAN              TO VA-PAN
              IF VA-PAN EQUAL LOW-VALUES
                 MOVE SPACES               TO VA-PAN
              END-IF
              MOVE ZEROES                  TO VN-BLANCOS
              INSPECT VA-PAN TALLYING VN-BLANCOS FOR ALL SPACES
              COMPUTE VN-LARGO-PAN = 19 - VN-BLANCOS
              IF VN-LARGO-PAN < 12
                 MOVE CA-99                TO PR-TKN-COD-RETURN
                 MOVE 'TARJETA NO VALIDA'  TO PR-TKN-DES-ERROR
              ELSE
                 IF VA-PAN(1:VN-LARGO-PAN) NOT NUMERIC
                    MOVE CA-99             TO PR-TKN-COD-RETURN
                    MOVE 'TARJETA NO VALIDA'
                                           TO PR-TKN-DES-ERROR
                 END-IF
              END-IF
           END-IF

      *    SIN USUARIO, MOTIVO Y TICKET NO SE DESTOKENIZA.
           IF PR-TKN-DESTOKENIZA
              MOVE SPACES                  TO PR-TKN-PAN
              IF PR-TKN-USUARIO EQUAL SPACES OR LOW-VALUES OR
                 PR-TKN-MOTIVO  EQUAL SPACES OR LOW-VALUES OR
                 PR-TKN-TICKET  EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-TKN-COD-RETURN
                 MOVE 'FALTA USUARIO, MOTIVO O TICKET'
                                           TO PR-TKN-DES-ERROR
              END-IF
              MOVE PR-TKN-TOKEN            TO VA-TOKEN
              IF VA-TOKEN-PREFIJO NOT EQUAL CA-TK OR
                 VA-TOKEN-SEQ NOT NUMERIC
                 MOVE CA-99                TO PR-TKN-COD-RETURN
                 MOVE 'TOKEN NO VALIDO'    TO PR-TKN-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2000-TOKENIZA: LA MISMA TARJETA SIEMPRE REGRESA EL MISMO TOKEN; *
      *     SI ES NUEVA SE DA DE ALTA EN LA BOVEDA.                    *
      ******************************************************************
       2000-TOKENIZA.

           PERFORM 2010-BUSCA-TOKEN

           IF PR-TKN-COD-RETURN EQUAL CA-10
              MOVE CA-00                   TO PR-TKN-COD-RETURN
              PERFORM 2100-ALTA-TOKEN
           END-IF.
      ******************************************************************
      *2010-BUSCA-TOKEN.                                               *
      ******************************************************************
       2010-BUSCA-TOKEN.

           EXEC SQL
              SELECT T251_TOKEN
                INTO :PR-TKN-TOKEN
                FROM MBDT251 with (nolock)
               WHERE T251_PAN = :VA-PAN
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-TKN-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-TKN-COD-RETURN
                 MOVE 'ERROR SQL MBDT251'  TO PR-TKN-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2100-ALTA-TOKEN: CONSECUTIVO SIGUIENTE DE LA BOVEDA. SI OTRO    *
      *     PROCESO DIO DE ALTA LA MISMA TARJETA AL MISMO TIEMPO (LLAVE*
      *     DUPLICADA) SE TOMA EL TOKEN QUE YA QUEDO.                  *
      ******************************************************************
       2100-ALTA-TOKEN.

           EXEC SQL
              SELECT COALESCE(MAX(T251_SEQ), 0) + 1
                INTO :VN-SEQ
                FROM MBDT251
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-TKN-COD-RETURN
              MOVE 'ERROR SQL MBDT251'     TO PR-TKN-DES-ERROR
           ELSE
              COMPUTE VN-POS-ULT4 = VN-LARGO-PAN - 3
              MOVE CA-TK                   TO VA-TOKEN-PREFIJO
              MOVE VN-SEQ                  TO VA-TOKEN-SEQ
              MOVE VA-PAN(VN-POS-ULT4:4)   TO VA-TOKEN-ULT4

              EXEC SQL
                 INSERT INTO MBDT251
                        (T251_TOKEN, T251_PAN, T251_SEQ,
                         T251_ULT4, T251_ENT, T251_STP_ALTA)
                 VALUES (:VA-TOKEN, :VA-PAN, :VN-SEQ,
                         :VA-TOKEN-ULT4, :PR-TKN-ENT,
                         CURRENT TIMESTAMP)
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    MOVE VA-TOKEN          TO PR-TKN-TOKEN
                 WHEN SQL-88-DUPLICATE-VALUES
                    PERFORM 2010-BUSCA-TOKEN
                    IF PR-TKN-COD-RETURN EQUAL CA-10
                       MOVE CA-99          TO PR-TKN-COD-RETURN
                       MOVE 'ERROR SQL MBDT251'
                                           TO PR-TKN-DES-ERROR
                    END-IF
                 WHEN OTHER
                    MOVE CA-99             TO PR-TKN-COD-RETURN
                    MOVE 'ERROR SQL MBDT251'
                                           TO PR-TKN-DES-ERROR
              END-EVALUATE
           END-IF.
      ******************************************************************
      *3000-DESTOKENIZA: ROL DEL USUARIO EN MBDT140 'PANT'; SIN ROL SE *
      *     NIEGA. AUTORIZADO O NO, EL INTENTO QUEDA EN MBDT252.       *
      ******************************************************************
       3000-DESTOKENIZA.

           PERFORM 3010-VALIDA-ROL

           IF PR-TKN-COD-RETURN EQUAL CA-00
              PERFORM 3100-LEE-BOVEDA
           END-IF

           IF VA-BIT-RESULTADO NOT EQUAL SPACES
              PERFORM 3200-REGISTRA-BITACORA
           END-IF.
      ******************************************************************
      *3010-VALIDA-ROL.                                                *
      ******************************************************************
       3010-VALIDA-ROL.

           MOVE SPACES                     TO VA-ROL
                                              VA-BIT-RESULTADO

           EXEC SQL
              SELECT SUBSTR(T140_DES_TABLE, 1, 10)
                INTO :VA-ROL
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = 'PANT'
                 AND T140_COD_TABLE = :PR-TKN-USUARIO
                 AND T140_ENTITY    = :PR-TKN-ENT
                 AND T140_LANGUAGE  = 'E'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-ROL EQUAL SPACES
                    MOVE CA-RES-NO-AUTORIZADO
                                           TO VA-BIT-RESULTADO
                 ELSE
                    MOVE VA-ROL            TO PR-TKN-ROL
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-RES-NO-AUTORIZADO TO VA-BIT-RESULTADO
              WHEN OTHER
                 MOVE CA-99                TO PR-TKN-COD-RETURN
                 MOVE 'ERROR SQL MBDT140'  TO PR-TKN-DES-ERROR
           END-EVALUATE

           IF VA-BIT-RESULTADO EQUAL CA-RES-NO-AUTORIZADO
              MOVE CA-99                   TO PR-TKN-COD-RETURN
              MOVE 'USUARIO NO AUTORIZADO A DESTOKENIZAR'
                                           TO PR-TKN-DES-ERROR
           END-IF.
      ******************************************************************
      *3100-LEE-BOVEDA.                                                *
      ******************************************************************
       3100-LEE-BOVEDA.

           EXEC SQL
              SELECT T251_PAN
                INTO :VA-PAN
                FROM MBDT251 with (nolock)
               WHERE T251_TOKEN = :VA-TOKEN
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-PAN               TO PR-TKN-PAN
                 MOVE CA-RES-OK            TO VA-BIT-RESULTADO
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-TKN-COD-RETURN
                 MOVE 'TOKEN NO EXISTE'    TO PR-TKN-DES-ERROR
                 MOVE CA-RES-NO-EXISTE     TO VA-BIT-RESULTADO
              WHEN OTHER
                 MOVE CA-99                TO PR-TKN-COD-RETURN
                 MOVE 'ERROR SQL MBDT251'  TO PR-TKN-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3200-REGISTRA-BITACORA: USUARIO, ROL, TOKEN, MOTIVO, TICKET Y   *
      *     RESULTADO. SI LA BITACORA NO SE PUEDE ESCRIBIR NO SE       *
      *     ENTREGA LA TARJETA.                                        *
      ******************************************************************
       3200-REGISTRA-BITACORA.

           EXEC SQL
              SELECT COALESCE(MAX(T252_ID), 0) + 1
                INTO :VN-BIT-ID
                FROM MBDT252
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              EXEC SQL
                 INSERT INTO MBDT252
                        (T252_ID, T252_ENT, T252_USUARIO, T252_ROL,
                         T252_TOKEN, T252_MOTIVO, T252_TICKET,
                         T252_RESULTADO, T252_STP)
                 VALUES (:VN-BIT-ID, :PR-TKN-ENT, :PR-TKN-USUARIO,
                         :VA-ROL, :VA-TOKEN, :PR-TKN-MOTIVO,
                         :PR-TKN-TICKET, :VA-BIT-RESULTADO,
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF NOT SQL-88-OK
              MOVE SPACES                  TO PR-TKN-PAN
              MOVE CA-99                   TO PR-TKN-COD-RETURN
              MOVE 'ERROR SQL MBDT252'     TO PR-TKN-DES-ERROR
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
