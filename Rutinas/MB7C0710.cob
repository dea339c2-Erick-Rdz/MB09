      ******************************************************************
      *  MB7C0710: COTIZACION EN FIRME DE TIPO DE CAMBIO. HASTA HOY   *
      *            EL CLIENTE PIDE SUS DOLARES EN LA SUCURSAL, CONFIR-*
      *            MA MINUTOS DESPUES Y EL POSTEO TOMA EL TIPO QUE    *
      *            TC7C0810/TC7C0820 TENGAN EN ESE MOMENTO; SI YA     *
      *            CAMBIO, HAY RECLAMACION. ESTE MODULO COTIZA LA     *
      *            DIVISA, EL IMPORTE Y LA SUCURSAL CON EL TIPO       *
      *            REGIONALIZADO, LO GUARDA EN MBDT277 CON UN ID Y LO *
      *            BLOQUEA LOS MINUTOS DE MBDT140. EL POSTEO DE LA    *
      *            CONVERSION LO LLAMA CON EL ID: SOLO UNA COTIZACION *
      *            VIGENTE, NO VENCIDA Y NO USADA SE HONRA; EL TIPO   *
      *            APLICADO QUEDA EN MBDT142 CON EL ID. MB9B0226      *
      *            COMPARA CADA DIA LO COTIZADO CONTRA EL TIPO VIGENTE*
      *            AL EJECUTAR. SE LINKEA DESDE LO ONLINE.            *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0710.
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
      *     @BAZ264    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-TIPO                       PIC X(01) VALUE 'N'.
           88 VA-88-TIPO-SI                       VALUE 'S'.
       01 VA-SW-ENTIDAD                    PIC X(01) VALUE 'N'.
           88 VA-88-ENTIDAD-SI                    VALUE 'S'.
      *
      * COTIZACION LEIDA DE MBDT277 EN EL POSTEO ('A').
       01 VA-COT.
           05 VA-COT-CEN-REG               PIC X(04).
           05 VA-COT-FCC                   PIC X(03).
           05 VA-COT-SENTIDO               PIC X(01).
           05 VA-COT-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 VA-COT-BIDRATE               PIC S9(06)V9(06) COMP-3.
           05 VA-COT-OFFERRATE             PIC S9(06)V9(06) COMP-3.
           05 VA-COT-TIPO                  PIC S9(06)V9(06) COMP-3.
           05 VA-COT-ESTADO                PIC X(01).
              88 VA-COT-VIGENTE                   VALUE 'V'.
              88 VA-COT-USADA                     VALUE 'U'.
              88 VA-COT-VENCIDA                   VALUE 'E'.
           05 VA-COT-STP-VENCE             PIC X(26).
           05 VA-COT-IND-VENCIDA           PIC X(01).
              88 VA-COT-YA-VENCIO                 VALUE 'S'.
      *
      * TIPO VIGENTE (NACIONAL DE TC7C0810 REGIONALIZADO POR TC7C0820).
       01 VA-BIDRATE                       PIC S9(06)V9(06) COMP-3.
       01 VA-OFFERRATE                     PIC S9(06)V9(06) COMP-3.
       01 VA-TIPO-VIGENTE                  PIC S9(06)V9(06) COMP-3.
      *
       01 VA-ID                            PIC S9(09) COMP-3.
       01 VA-IMPORTE                       PIC S9(13)V9(02) COMP-3.
       01 VA-MINUTOS                       PIC S9(03) COMP-3.
       01 VA-MINUTOS-PARAM                 PIC X(03).
       01 VA-ORIGEN-TIPCAM                 PIC X(01).
      *
      * PARAMETROS DE LA ENTIDAD PARA LAS RUTINAS DE TIPO DE CAMBIO.
       01 VA-TCEC9900.
           COPY TCEC9900.
       01 VA-QBEC999.
           COPY QBEC999.
      *
       01 VA-TCEC0810.
           COPY TCEC0810.
          03 VA-QBEC999-TCEC0810           PIC X(50).
       01 VA-TCEC0820.
           COPY TCEC0820.
          03 VA-QBEC999-TCEC0820           PIC X(50).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-15                            PIC X(02) VALUE '15'.
       01 CA-16                            PIC X(02) VALUE '16'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-25                            PIC X(02) VALUE '25'.
       01 CA-30                            PIC X(02) VALUE '30'.
       01 CA-40                            PIC X(02) VALUE '40'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-VIGENTE                       PIC X(01) VALUE 'V'.
       01 CA-USADA                         PIC X(01) VALUE 'U'.
       01 CA-VENCIDA                       PIC X(01) VALUE 'E'.
       01 CA-ORIGEN-COTIZA                 PIC X(01) VALUE 'C'.
       01 CA-MINUTOS-DEF                   PIC S9(03) COMP-3 VALUE 5.
       01 CA-TC9C9900                      PIC X(08) VALUE 'TC9C9900'.
       01 CA-TC7C0810                      PIC X(08) VALUE 'TC7C0810'.
       01 CA-TC7C0820                      PIC X(08) VALUE 'TC7C0820'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0710.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-COT-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-COT-COTIZA
                    PERFORM 2000-COTIZA
                 WHEN PR-COT-APLICA
                    PERFORM 3000-APLICA
                 WHEN OTHER
                    MOVE CA-99             TO PR-COT-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-COT-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-COT-COD-RETURN
           MOVE SPACES                     TO PR-COT-DES-ERROR
                                              PR-COT-STP-VENCE
           MOVE 'N'                        TO PR-COT-HONRADA
           MOVE ZEROES                     TO PR-COT-TIPO
                                              PR-COT-BIDRATE
                                              PR-COT-OFFERRATE
                                              PR-COT-TIPO-COTIZADO
                                              PR-COT-TIPO-VIGENTE
                                              PR-COT-MINUTOS
           INITIALIZE VA-COT

           IF PR-COT-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-COT-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-COT-DES-ERROR
           END-IF

      *    LAS RUTINAS DE TIPO DE CAMBIO PIDEN ENTIDAD Y SUCURSAL
      *    NUMERICAS; EL SENTIDO DECIDE SI SE APLICA COMPRA O VENTA.
           IF PR-COT-COD-RETURN EQUAL CA-00
              IF PR-COT-ENT     NOT NUMERIC OR
                 PR-COT-CEN-REG NOT NUMERIC OR
                 PR-COT-FCC     EQUAL SPACES OR LOW-VALUES OR
                 NOT PR-COT-SENTIDO-VALIDO
                 MOVE CA-20                TO PR-COT-COD-RETURN
                 MOVE 'FALTA SUCURSAL, DIVISA O SENTIDO'
                                           TO PR-COT-DES-ERROR
              END-IF
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              IF PR-COT-IMPORTE NOT NUMERIC OR
                 PR-COT-IMPORTE NOT GREATER ZEROES
                 MOVE CA-20                TO PR-COT-COD-RETURN
                 MOVE 'IMPORTE INVALIDO'   TO PR-COT-DES-ERROR
              ELSE
                 MOVE PR-COT-IMPORTE       TO VA-IMPORTE
              END-IF
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00 AND PR-COT-COTIZA
              IF PR-COT-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-COT-COD-RETURN
                 MOVE 'FALTA USUARIO'      TO PR-COT-DES-ERROR
              END-IF
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00 AND PR-COT-APLICA
              IF PR-COT-ID NOT NUMERIC OR
                 PR-COT-ID EQUAL ZEROES OR
                 PR-COT-ACC EQUAL SPACES OR LOW-VALUES OR
                 PR-COT-COD-OPERATION EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-COT-COD-RETURN
                 MOVE 'FALTA ID, CUENTA U OPERACION'
                                           TO PR-COT-DES-ERROR
              ELSE
                 MOVE PR-COT-ID            TO VA-ID
              END-IF
           END-IF.
      ******************************************************************
      *2000-COTIZA: TIPO VIGENTE DE LA SUCURSAL BLOQUEADO LOS MINUTOS  *
      *     DEL PARAMETRO; ID SIGUIENTE DE LA ENTIDAD.                 *
      ******************************************************************
       2000-COTIZA.

           PERFORM 7000-TIPO-VIGENTE

           IF NOT VA-88-TIPO-SI
              MOVE CA-30                   TO PR-COT-COD-RETURN
              MOVE 'SIN TIPO DE CAMBIO PARA LA DIVISA'
                                           TO PR-COT-DES-ERROR
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              PERFORM 2100-LEE-MINUTOS
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT COALESCE(MAX(T277_ID_COTIZA), 0) + 1
                   INTO :VA-ID
                   FROM MBDT277
                  WHERE T277_ENT = :PR-COT-ENT
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-COT-COD-RETURN
                 MOVE 'ERROR SQL MBDT277'  TO PR-COT-DES-ERROR
              END-IF
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT277
                        (T277_ENT, T277_ID_COTIZA, T277_CEN_REG,
                         T277_FCC, T277_SENTIDO, T277_IMPORTE,
                         T277_BIDRATE, T277_OFFERRATE,
                         T277_TIPO_COTIZADO, T277_MINUTOS,
                         T277_STP_COTIZA, T277_STP_VENCE,
                         T277_ESTADO, T277_USUARIO, T277_TRM,
                         T277_ACC, T277_COD_OPERATION,
                         T277_IMPORTE_USADO, T277_TIPO_EJECUCION,
                         T277_STP_USO, T277_STP_LASTMOD)
                 VALUES (:PR-COT-ENT, :VA-ID, :PR-COT-CEN-REG,
                         :PR-COT-FCC, :PR-COT-SENTIDO, :VA-IMPORTE,
                         :VA-BIDRATE, :VA-OFFERRATE,
                         :VA-TIPO-VIGENTE, :VA-MINUTOS,
                         CURRENT TIMESTAMP,
                         CURRENT TIMESTAMP + :VA-MINUTOS MINUTES,
                         :CA-VIGENTE, :PR-COT-USUARIO, :EIBTRMID,
                         ' ', ' ', 0, 0, NULL, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-COT-COD-RETURN
                 MOVE 'ERROR SQL ALTA MBDT277'
                                           TO PR-COT-DES-ERROR
              END-IF
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              EXEC SQL
                 SELECT CHAR(T277_STP_VENCE)
                   INTO :PR-COT-STP-VENCE
                   FROM MBDT277
                  WHERE T277_ENT       = :PR-COT-ENT
                    AND T277_ID_COTIZA = :VA-ID
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-COT-COD-RETURN
                 MOVE 'ERROR SQL MBDT277'  TO PR-COT-DES-ERROR
              END-IF
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              MOVE VA-ID                   TO PR-COT-ID
              MOVE VA-TIPO-VIGENTE         TO PR-COT-TIPO
                                              PR-COT-TIPO-COTIZADO
                                              PR-COT-TIPO-VIGENTE
              MOVE VA-BIDRATE              TO PR-COT-BIDRATE
              MOVE VA-OFFERRATE            TO PR-COT-OFFERRATE
              MOVE VA-MINUTOS              TO PR-COT-MINUTOS
           END-IF.
      ******************************************************************
      *2100-LEE-MINUTOS: MINUTOS DE BLOQUEO DE LA ENTIDAD EN MBDT140   *
      *     (KEY 'COTIZA'; COD 'MINUTOS'); SIN PARAMETRO O INVALIDO    *
      *     SE BLOQUEA CA-MINUTOS-DEF.                                 *
      ******************************************************************
       2100-LEE-MINUTOS.

           MOVE CA-MINUTOS-DEF             TO VA-MINUTOS
           MOVE SPACES                     TO VA-MINUTOS-PARAM

           EXEC SQL
              SELECT SUBSTR(T140_DES_TABLE, 1, 3)
                INTO :VA-MINUTOS-PARAM
                FROM MBDT140 with (nolock)
               WHERE T140_KEY_TABLE = 'COTIZA'
                 AND T140_COD_TABLE = 'MINUTOS'
                 AND T140_ENTITY    = :PR-COT-ENT
                 AND T140_LANGUAGE  = 'E'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-MINUTOS-PARAM NUMERIC AND
                    VA-MINUTOS-PARAM NOT EQUAL '000'
                    MOVE VA-MINUTOS-PARAM  TO VA-MINUTOS
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE CA-99                TO PR-COT-COD-RETURN
                 MOVE 'ERROR SQL MBDT140'  TO PR-COT-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3000-APLICA: LA COTIZACION SE HONRA SOLO SI CORRESPONDE A LA    *
      *     ENTIDAD, DIVISA Y SENTIDO DEL POSTEO, SIGUE VIGENTE, NO SE *
      *     HA USADO Y EL IMPORTE NO EXCEDE EL COTIZADO. EL TIPO       *
      *     VIGENTE SE RESUELVE SIEMPRE: ES EL QUE SE REGRESA CUANDO   *
      *     NO SE HONRA Y EL QUE SE GUARDA PARA EL REPORTE DIARIO.     *
      ******************************************************************
       3000-APLICA.

           PERFORM 3100-LEE-COTIZACION

           IF PR-COT-COD-RETURN EQUAL CA-00
              PERFORM 3200-VALIDA-COTIZACION
           END-IF

           IF PR-COT-COD-RETURN NOT EQUAL CA-99 AND
              PR-COT-COD-RETURN NOT EQUAL CA-20
              PERFORM 7000-TIPO-VIGENTE
              MOVE VA-TIPO-VIGENTE         TO PR-COT-TIPO-VIGENTE
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              PERFORM 3300-MARCA-USADA
           END-IF

           IF PR-COT-COD-RETURN EQUAL CA-00
              PERFORM 3400-REGISTRA-TIPO-APLICADO
           END-IF

           EVALUATE PR-COT-COD-RETURN
              WHEN CA-00
                 MOVE 'S'                  TO PR-COT-HONRADA
                 MOVE VA-COT-TIPO          TO PR-COT-TIPO
                 MOVE VA-COT-BIDRATE       TO PR-COT-BIDRATE
                 MOVE VA-COT-OFFERRATE     TO PR-COT-OFFERRATE
              WHEN CA-20
              WHEN CA-99
                 CONTINUE
              WHEN OTHER
                 MOVE VA-TIPO-VIGENTE      TO PR-COT-TIPO
                 MOVE VA-BIDRATE           TO PR-COT-BIDRATE
                 MOVE VA-OFFERRATE         TO PR-COT-OFFERRATE
           END-EVALUATE.
      ******************************************************************
      *3100-LEE-COTIZACION.                                            *
      ******************************************************************
       3100-LEE-COTIZACION.

           EXEC SQL
              SELECT T277_CEN_REG, T277_FCC, T277_SENTIDO,
                     T277_IMPORTE, T277_BIDRATE, T277_OFFERRATE,
                     T277_TIPO_COTIZADO, T277_ESTADO,
                     CHAR(T277_STP_VENCE),
                     CASE WHEN T277_STP_VENCE < CURRENT TIMESTAMP
                          THEN 'S' ELSE 'N' END
                INTO :VA-COT-CEN-REG, :VA-COT-FCC, :VA-COT-SENTIDO,
                     :VA-COT-IMPORTE, :VA-COT-BIDRATE,
                     :VA-COT-OFFERRATE, :VA-COT-TIPO,
                     :VA-COT-ESTADO, :VA-COT-STP-VENCE,
                     :VA-COT-IND-VENCIDA
                FROM MBDT277
               WHERE T277_ENT       = :PR-COT-ENT
                 AND T277_ID_COTIZA = :VA-ID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-COT-TIPO          TO PR-COT-TIPO-COTIZADO
                 MOVE VA-COT-STP-VENCE     TO PR-COT-STP-VENCE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-COT-COD-RETURN
                 MOVE 'COTIZACION NO EXISTE'
                                           TO PR-COT-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-COT-COD-RETURN
                 MOVE 'ERROR SQL MBDT277'  TO PR-COT-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3200-VALIDA-COTIZACION.                                         *
      ******************************************************************
       3200-VALIDA-COTIZACION.

           EVALUATE TRUE
              WHEN VA-COT-FCC     NOT EQUAL PR-COT-FCC
              WHEN VA-COT-SENTIDO NOT EQUAL PR-COT-SENTIDO
                 MOVE CA-10                TO PR-COT-COD-RETURN
                 MOVE 'COTIZACION NO CORRESPONDE AL POSTEO'
                                           TO PR-COT-DES-ERROR
              WHEN VA-COT-USADA
                 MOVE CA-16                TO PR-COT-COD-RETURN
                 MOVE 'COTIZACION YA USADA'
                                           TO PR-COT-DES-ERROR
              WHEN VA-COT-VENCIDA
              WHEN VA-COT-YA-VENCIO
                 MOVE CA-15                TO PR-COT-COD-RETURN
                 MOVE 'COTIZACION VENCIDA' TO PR-COT-DES-ERROR
              WHEN VA-IMPORTE GREATER VA-COT-IMPORTE
                 MOVE CA-25                TO PR-COT-COD-RETURN
                 MOVE 'IMPORTE MAYOR AL COTIZADO'
                                           TO PR-COT-DES-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      ******************************************************************
      *3300-MARCA-USADA: LA CONDICION DE VIGENCIA VA EN EL UPDATE PARA *
      *     QUE DOS POSTEOS CON EL MISMO ID NO LA HONREN LOS DOS.      *
      ******************************************************************
       3300-MARCA-USADA.

           EXEC SQL
              UPDATE MBDT277
                 SET T277_ESTADO         = :CA-USADA,
                     T277_ACC            = :PR-COT-ACC,
                     T277_COD_OPERATION  = :PR-COT-COD-OPERATION,
                     T277_IMPORTE_USADO  = :VA-IMPORTE,
                     T277_TIPO_EJECUCION = :VA-TIPO-VIGENTE,
                     T277_STP_USO        = CURRENT TIMESTAMP,
                     T277_STP_LASTMOD    = CURRENT TIMESTAMP
               WHERE T277_ENT       = :PR-COT-ENT
                 AND T277_ID_COTIZA = :VA-ID
                 AND T277_ESTADO    = :CA-VIGENTE
                 AND T277_STP_VENCE >= CURRENT TIMESTAMP
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-16                TO PR-COT-COD-RETURN
                 MOVE 'COTIZACION YA USADA O VENCIDA'
                                           TO PR-COT-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-COT-COD-RETURN
                 MOVE 'ERROR SQL ACTUALIZA MBDT277'
                                           TO PR-COT-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *3400-REGISTRA-TIPO-APLICADO: MISMO REGISTRO QUE DEJA LA         *
      *     CONSULTA DE MOVIMIENTOS (28895-REGISTRA-TIPCAM-HIST) CON   *
      *     EL TIPO BLOQUEADO, ORIGEN 'C' Y EL ID DE LA COTIZACION.    *
      ******************************************************************
       3400-REGISTRA-TIPO-APLICADO.

           MOVE CA-ORIGEN-COTIZA           TO VA-ORIGEN-TIPCAM

           EXEC SQL
              INSERT INTO MBDT142
                     (T142_ENT_ORIGIN    ,
                      T142_ACC           ,
                      T142_COD_OPERATION ,
                      T142_DAT_EXCHANGE  ,
                      T142_BIDRATE       ,
                      T142_OFFERRATE     ,
                      T142_ORIGEN_TIPCAM ,
                      T142_ID_COTIZA     ,
                      T142_TRM_LASTMOD   ,
                      T142_STP_LASTMOD   )
              VALUES (:PR-COT-ENT            ,
                      :PR-COT-ACC            ,
                      :PR-COT-COD-OPERATION  ,
                      CHAR(CURRENT DATE, ISO),
                      :VA-COT-BIDRATE        ,
                      :VA-COT-OFFERRATE      ,
                      :VA-ORIGEN-TIPCAM      ,
                      :VA-ID                 ,
                      :EIBTRMID              ,
                      CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-COT-COD-RETURN
              MOVE 'ERROR SQL ALTA MBDT142'
                                           TO PR-COT-DES-ERROR
           END-IF.
      ******************************************************************
      *7000-TIPO-VIGENTE: TIPO NACIONAL DEL DIA (TC7C0810) AJUSTADO    *
      *     POR LA REGION DE LA SUCURSAL (TC7C0820; '40' ES SIN FACTOR *
      *     REGIONAL Y SE QUEDA EL NACIONAL). UNA COTIZACION EN FIRME  *
      *     NO SE HACE CON EL TIPO HISTORICO DE TCDT081.               *
      ******************************************************************
       7000-TIPO-VIGENTE.

           MOVE 'N'                        TO VA-SW-TIPO
           MOVE ZEROES                     TO VA-BIDRATE
                                              VA-OFFERRATE
                                              VA-TIPO-VIGENTE

           IF NOT VA-88-ENTIDAD-SI
              PERFORM 7100-CARGA-ENTIDAD
           END-IF

           IF VA-88-ENTIDAD-SI
              INITIALIZE TCEC0810-INPUT
              MOVE PR-COT-ENT              TO TCEC0810-COD-ENTITY
              MOVE SPACES                  TO TCEC0810-DAT-EXCHANGE
              MOVE 'B'                     TO TCEC0810-FLG-FCCB3
              MOVE PR-COT-FCC              TO TCEC0810-COD-SWIFTFCCS
              MOVE QBEC999                 TO VA-QBEC999-TCEC0810

              EXEC CICS
                 LINK PROGRAM(CA-TC7C0810)
                 COMMAREA(VA-TCEC0810)
                 NOHANDLE
              END-EXEC

              IF EIBRESP EQUAL DFHRESP(NORMAL) AND
                 TCEC0810-COD-RETURN EQUAL CA-00 AND
                 TCEC0810-BIDRATE    NOT EQUAL ZEROES AND
                 TCEC0810-OFFERRATE  NOT EQUAL ZEROES
                 MOVE TCEC0810-BIDRATE     TO VA-BIDRATE
                 MOVE TCEC0810-OFFERRATE   TO VA-OFFERRATE
                 MOVE 'S'                  TO VA-SW-TIPO
              END-IF
           END-IF

           IF VA-88-TIPO-SI
              INITIALIZE TCEC0820-INPUT
              MOVE PR-COT-ENT              TO TCEC0820-COD-ENTITY
              MOVE PR-COT-CEN-REG          TO TCEC0820-COD-BRANCH
              MOVE PR-COT-FCC              TO TCEC0820-COD-FCC
              MOVE VA-BIDRATE              TO TCEC0820-TIP-BIDRATE
              MOVE VA-OFFERRATE            TO TCEC0820-TIP-OFFERRATE
              MOVE QBEC999                 TO VA-QBEC999-TCEC0820

              EXEC CICS
                 LINK PROGRAM(CA-TC7C0820)
                 COMMAREA(VA-TCEC0820)
                 NOHANDLE
              END-EXEC

              IF EIBRESP EQUAL DFHRESP(NORMAL) AND
                 (TCEC0820-COD-RETURN EQUAL CA-00 OR
                  TCEC0820-COD-RETURN EQUAL CA-40) AND
                 TCEC0820-BIDRATE   NOT EQUAL ZEROES AND
                 TCEC0820-OFFERRATE NOT EQUAL ZEROES
                 MOVE TCEC0820-BIDRATE     TO VA-BIDRATE
                 MOVE TCEC0820-OFFERRATE   TO VA-OFFERRATE
              END-IF

              IF PR-COT-CLIENTE-COMPRA
                 MOVE VA-OFFERRATE         TO VA-TIPO-VIGENTE
              ELSE
                 MOVE VA-BIDRATE           TO VA-TIPO-VIGENTE
              END-IF
           END-IF.
      ******************************************************************
      *7100-CARGA-ENTIDAD: PARAMETROS ESTRUCTURALES DE LA ENTIDAD QUE  *
      *     VIAJAN DETRAS DE TCEC0810/TCEC0820 (QBEC999).              *
      ******************************************************************
       7100-CARGA-ENTIDAD.

           INITIALIZE VA-TCEC9900
           MOVE '1'                        TO TCEC9900-OPTION
           MOVE PR-COT-ENT                 TO TCEC9900-KEY
           MOVE 'E'                        TO TCEC9900-COD-LNGKEY

           CALL CA-TC9C9900 USING VA-TCEC9900

           IF TCEC9900-COD-RETURN EQUAL CA-00
              MOVE TCEC9900-DATA-PARAM     TO QBEC999-DATA-PARAM
              MOVE 'S'                     TO VA-SW-ENTIDAD
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
