      ******************************************************************
      *  MB7C0720: RENDER NOCTURNO DE DESCRIPCIONES DE MOVIMIENTOS DE  *
      *            LA MB09. ARMAR EN LINEA LA DESCRIPCION, LA          *
      *            CONTRAPARTE Y LA CATEGORIA DE CADA MOVIMIENTO       *
      *            (CATALOGOS, BGNC477, SUPER APP, COMERCIO            *
      *            NORMALIZADO) ES LA MAYOR PARTE DE LA LATENCIA DE LA *
      *            CONSULTA. EL CICLO NOCTURNO ARRANCA ESTE MODULO POR *
      *            ENTIDAD: CON 'G' CORRE MB2C0009 EN MODO DE RENDER   *
      *            SOBRE CADA CUENTA CON MOVIMIENTOS DEL DIA QUE CERRO *
      *            Y MB2C0009 GUARDA LO ARMADO EN MBDT281, LLAVE DEL   *
      *            MOVIMIENTO; DE DIA LA CONSULTA LO LEE DE AHI Y SOLO *
      *            ARMA EN VIVO LO DEL DIA O LO FALTANTE. CON 'C'      *
      *            VUELVE A ARMAR EN VIVO UNA MUESTRA DE CUENTAS YA    *
      *            GUARDADAS Y MB2C0009 DEJA EN MBDT282 CADA CAMPO QUE *
      *            YA NO COINCIDE (CATALOGO CAMBIADO DESPUES DEL       *
      *            RENDER); EL REPORTE LO SACA MB9B0229. EL ARMADO ES  *
      *            EL MISMO PROGRAMA QUE ATIENDE AL CLIENTE: NO HAY    *
      *            UNA SEGUNDA COPIA DE LAS REGLAS DE DESCRIPCION.     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0720.
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
      *     @BAZ267    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
      * ARQUITECTURA Y ENTRADA QUE VIAJAN A MB2C0009 EN CONTENEDORES.
       01 VA-QGECCAA.
          COPY QGECCAA.
      *
          COPY MBNE0009.
      *
      * PRIMERA LINEA DE CADA MOVIMIENTO; DE LA ULTIMA SALE LA LLAVE
      * DE LA PAGINA SIGUIENTE.
          COPY MBNS0009.
      *
       01 VA-SW-FIN-CTA                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-CTA-SI                    VALUE 'S'.
       01 VA-SW-FIN-BRW                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-BRW-SI                    VALUE 'S'.
       01 VA-SW-MAS-PAG                    PIC X(01) VALUE 'N'.
           88 VA-88-MAS-PAG-SI                    VALUE 'S'.
       01 VA-SW-ERROR-SQL                  PIC X(01) VALUE 'N'.
           88 VA-88-ERROR-SQL-SI                  VALUE 'S'.
      *
      * CUENTA EN TURNO (CURSOR C720GEN O C720COT).
       01 VA-CTA.
           05 VA-CTA-CEN-REG               PIC X(04).
           05 VA-CTA-ACC                   PIC X(10).
           05 VA-CTA-BDMID                 PIC X(40).
           05 VA-CTA-FECHINI               PIC X(10).
      *
      * PAGINACION DE LA CUENTA EN TURNO.
       01 VA-PAG-CONTREG                   PIC X(03).
       01 VA-PAG-DATPAG                    PIC X(22).
       01 VA-PAG-INDPAGI                   PIC X(01).
       01 VA-NUM-PAG                       PIC S9(04) COMP.
       01 VA-MAX-PAG                       PIC S9(04) COMP.
       01 VA-MUESTRA                       PIC S9(04) COMP.
       01 VA-CNT-SEQ                       PIC 9(07).
       01 VA-CNT-SEQ-MAX                   PIC 9(07).
      *
      * CONTENEDOR DE SALIDA: FORMATO (8) MAS EL REGISTRO (VER
      * 88888-WRITE Y 99998-PUT-CONTAINER DE MB2C0009).
       01 VA-CNT-SALIDA.
           05 VA-CNT-FORMATO               PIC X(08).
           05 VA-CNT-DATOS                 PIC X(4000).
      *
      * UN SOLO CANAL PARA TODA LA CORRIDA: CADA CONTENEDOR SE BORRA
      * AL LEERLO PARA QUE LA PAGINA SIGUIENTE NO CUENTE LOS DE LA
      * ANTERIOR NI CREZCA LA MEMORIA DE LA TAREA.
       01 VA-NOM-CANAL                     PIC X(16) VALUE 'MB09DPRE'.
       01 VA-NOM-CONTENEDOR                PIC X(16).
       01 VN-LEN-ARQUI                     PIC S9(08) COMP.
       01 VN-LEN-ENTRADA                   PIC S9(08) COMP.
       01 VN-LEN-SALIDA                    PIC S9(08) COMP.
       01 VN-TOKEN                         PIC S9(08) COMP.
       01 VN-DIFERENCIAS                   PIC S9(09) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-S                             PIC X(01) VALUE 'S'.
       01 CA-MUESTRA-DEF                   PIC S9(04) COMP VALUE 50.
       01 CA-MAX-PAG-DEF                   PIC S9(04) COMP VALUE 20.
       01 CA-VERINT                        PIC X(02) VALUE '18'.
       01 CA-PRKEY-CUENTA                  PIC X(02) VALUE '01'.
       01 CA-SIN-MOVTOS                    PIC X(07) VALUE 'MCE0004'.
       01 CA-FMT-MOVTOS                    PIC X(08) VALUE 'MBNS0009'.
       01 CA-FMT-LINEA2                    PIC X(08) VALUE 'MBNS2009'.
       01 CA-USR-DESCPRE                   PIC X(08) VALUE 'MB09DPRE'.
       01 CA-TRX-MB09                      PIC X(04) VALUE 'MB09'.
       01 CA-CNT-ARQUI                     PIC X(16) VALUE 'QGECCAA'.
       01 CA-CNT-ENTRADA                   PIC X(16) VALUE 'MBNE0009'.
       01 CA-MB2C0009                      PIC X(08) VALUE 'MB2C0009'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0720.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-DPR-COD-RETURN EQUAL CA-00
              IF PR-DPR-GENERA
                 PERFORM 2000-GENERA
              ELSE
                 PERFORM 2500-COTEJA
              END-IF
           END-IF
      *
           IF PR-DPR-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN VA-88-ERROR-SQL-SI
                    MOVE CA-99             TO PR-DPR-COD-RETURN
                 WHEN PR-DPR-NUM-CUENTAS EQUAL ZEROES
                    MOVE CA-10             TO PR-DPR-COD-RETURN
                    MOVE 'SIN CUENTAS QUE PROCESAR'
                                           TO PR-DPR-DES-ERROR
                 WHEN PR-DPR-NUM-FALLAS > ZEROES
                 WHEN PR-DPR-NUM-DIFERENCIAS > ZEROES
                    MOVE CA-20             TO PR-DPR-COD-RETURN
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-DPR-COD-RETURN
           MOVE SPACES                     TO PR-DPR-DES-ERROR
           MOVE ZEROES                     TO PR-DPR-NUM-CUENTAS
                                              PR-DPR-NUM-PAGINAS
                                              PR-DPR-NUM-RENGLONES
                                              PR-DPR-NUM-FALLAS
                                              PR-DPR-NUM-DIFERENCIAS
           MOVE 'N'                        TO VA-SW-ERROR-SQL

           EVALUATE TRUE
              WHEN PR-DPR-ENT EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-DPR-COD-RETURN
                 MOVE 'FALTA ENTIDAD'      TO PR-DPR-DES-ERROR
              WHEN NOT PR-DPR-GENERA AND NOT PR-DPR-COTEJA
                 MOVE CA-99                TO PR-DPR-COD-RETURN
                 MOVE 'ACCION INVALIDA (G/C)'
                                           TO PR-DPR-DES-ERROR
              WHEN PR-DPR-FECHA EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-DPR-COD-RETURN
                 MOVE 'FALTA FECHA'        TO PR-DPR-DES-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF PR-DPR-MUESTRA NOT NUMERIC OR
              PR-DPR-MUESTRA EQUAL ZEROES
              MOVE CA-MUESTRA-DEF          TO VA-MUESTRA
           ELSE
              MOVE PR-DPR-MUESTRA          TO VA-MUESTRA
           END-IF

           IF PR-DPR-MAX-PAG NOT NUMERIC OR
              PR-DPR-MAX-PAG EQUAL ZEROES
              MOVE CA-MAX-PAG-DEF          TO VA-MAX-PAG
           ELSE
              MOVE PR-DPR-MAX-PAG          TO VA-MAX-PAG
           END-IF.
      ******************************************************************
      *2000-GENERA.                                                    *
      *     CADA CUENTA VIGENTE CON MOVIMIENTOS EN EL DIA QUE CERRO,   *
      *     CON EL BDMID DE SU TITULAR (MB2C0009 LO VALIDA CONTRA      *
      *     MBDT036 COMO EN CUALQUIER CONSULTA POR CUENTA).            *
      ******************************************************************
       2000-GENERA.

           MOVE 'N'                        TO VA-SW-FIN-CTA

           EXEC SQL
              DECLARE C720GEN CURSOR FOR
              SELECT DISTINCT M.T071_CEN_REG, M.T071_ACC, C.T036_BDMID
                FROM BGDT071 M with (nolock)
                JOIN MBDT036 C with (nolock)
                  ON C.T036_ENT     = M.T071_ENT
                 AND C.T036_CEN_REG = M.T071_CEN_REG
                 AND C.T036_ACC     = M.T071_ACC
               WHERE M.T071_ENT           = :PR-DPR-ENT
                 AND M.T071_DAT_OPERATION = :PR-DPR-FECHA
                 AND C.T036_FLG_STAT      = ' '
               ORDER BY M.T071_CEN_REG, M.T071_ACC
           END-EXEC

           EXEC SQL
              OPEN C720GEN
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CTA-SI
              EXEC SQL
                 FETCH C720GEN
                 INTO :VA-CTA-CEN-REG, :VA-CTA-ACC, :VA-CTA-BDMID
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    MOVE PR-DPR-FECHA      TO VA-CTA-FECHINI
                    PERFORM 3000-PROCESA-CUENTA
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-CTA
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-CTA
                                              VA-SW-ERROR-SQL
                    MOVE 'ERROR SQL BGDT071/MBDT036'
                                           TO PR-DPR-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C720GEN
           END-EXEC.
      ******************************************************************
      *2500-COTEJA.                                                    *
      *     MUESTRA DE CUENTAS YA GUARDADAS EN MBDT281 DESDE LA FECHA  *
      *     RECIBIDA, EMPEZANDO POR LAS DE RENDER MAS VIEJO (LAS MAS   *
      *     EXPUESTAS A UN CAMBIO DE CATALOGO); CADA UNA SE CONSULTA   *
      *     DESDE SU MOVIMIENTO GUARDADO MAS ANTIGUO. AL TERMINAR SE   *
      *     CUENTAN LAS DIFERENCIAS QUE DEJO MB2C0009 EN MBDT282.      *
      ******************************************************************
       2500-COTEJA.

           MOVE 'N'                        TO VA-SW-FIN-CTA

           EXEC SQL
              DECLARE C720COT CURSOR FOR
              SELECT P.T281_CEN_REG, P.T281_ACC, C.T036_BDMID,
                     MIN(P.T281_DAT_OPERATION)
                FROM MBDT281 P with (nolock)
                JOIN MBDT036 C with (nolock)
                  ON C.T036_ENT     = P.T281_ENT
                 AND C.T036_CEN_REG = P.T281_CEN_REG
                 AND C.T036_ACC     = P.T281_ACC
               WHERE P.T281_ENT           = :PR-DPR-ENT
                 AND P.T281_DAT_OPERATION >= :PR-DPR-FECHA
                 AND C.T036_FLG_STAT      = ' '
               GROUP BY P.T281_CEN_REG, P.T281_ACC, C.T036_BDMID
               ORDER BY MIN(P.T281_STP_RENDER)
           END-EXEC

           EXEC SQL
              OPEN C720COT
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CTA-SI
              EXEC SQL
                 FETCH C720COT
                 INTO :VA-CTA-CEN-REG, :VA-CTA-ACC, :VA-CTA-BDMID,
                      :VA-CTA-FECHINI
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    PERFORM 3000-PROCESA-CUENTA
                    IF PR-DPR-NUM-CUENTAS NOT LESS VA-MUESTRA
                       MOVE 'S'            TO VA-SW-FIN-CTA
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-CTA
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-CTA
                                              VA-SW-ERROR-SQL
                    MOVE 'ERROR SQL MBDT281/MBDT036'
                                           TO PR-DPR-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C720COT
           END-EXEC

           IF NOT VA-88-ERROR-SQL-SI
              PERFORM 2600-CUENTA-DIFERENCIAS
           END-IF.
      ******************************************************************
      *2600-CUENTA-DIFERENCIAS.                                        *
      ******************************************************************
       2600-CUENTA-DIFERENCIAS.

           MOVE ZEROES                     TO VN-DIFERENCIAS

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-DIFERENCIAS
                FROM MBDT282 with (nolock)
               WHERE T282_ENT        = :PR-DPR-ENT
                 AND T282_FEC_COTEJO = CURRENT DATE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VN-DIFERENCIAS          TO PR-DPR-NUM-DIFERENCIAS
           ELSE
              MOVE 'S'                     TO VA-SW-ERROR-SQL
              MOVE 'ERROR SQL MBDT282'     TO PR-DPR-DES-ERROR
           END-IF.
      ******************************************************************
      *3000-PROCESA-CUENTA.                                            *
      *     TODAS LAS PAGINAS DE LA CUENTA DESDE SU FECHA DE INICIO,   *
      *     HASTA QUE MB2C0009 YA NO INDIQUE PAGINA SIGUIENTE O SE     *
      *     LLEGUE AL TOPE DE PAGINAS.                                 *
      ******************************************************************
       3000-PROCESA-CUENTA.

           ADD 1                           TO PR-DPR-NUM-CUENTAS
           MOVE SPACES                     TO VA-PAG-CONTREG
                                              VA-PAG-DATPAG
           MOVE ZEROES                     TO VA-NUM-PAG
           MOVE 'S'                        TO VA-SW-MAS-PAG

           PERFORM 3100-CONSULTA-PAGINA
              UNTIL NOT VA-88-MAS-PAG-SI.
      ******************************************************************
      *3100-CONSULTA-PAGINA.                                           *
      *     LA CONSULTA POR CUENTA IGUAL QUE UN CANAL DIGITAL, CON EL  *
      *     USUARIO DEL RENDER Y E009-DESCPRE CON LA ACCION: MB2C0009  *
      *     GUARDA (G) O COTEJA (C) CADA MOVIMIENTO QUE ARMA.          *
      ******************************************************************
       3100-CONSULTA-PAGINA.

           ADD 1                           TO VA-NUM-PAG
                                              PR-DPR-NUM-PAGINAS
           MOVE 'N'                        TO VA-SW-MAS-PAG
           MOVE SPACES                     TO VA-PAG-INDPAGI
           MOVE ZEROES                     TO VA-CNT-SEQ-MAX

           INITIALIZE VA-QGECCAA
                      MBNE0009
           MOVE PR-DPR-ENT                 TO CAA-ENTIDAD
                                              CAA-ENT-ACC
           MOVE CA-USR-DESCPRE             TO CAA-USERID
           MOVE CA-TRX-MB09                TO CAA-COD-TRA
           MOVE CA-PRKEY-CUENTA            TO CAA-PRKEY

           MOVE CA-VERINT                  TO E009-VERINT
           MOVE VA-CTA-BDMID               TO E009-BDMID
           MOVE VA-CTA-CEN-REG             TO E009-NUMCUEN(1:4)
           MOVE VA-CTA-ACC                 TO E009-NUMCUEN(5:10)
           MOVE VA-CTA-FECHINI             TO E009-FECHINI
           MOVE PR-DPR-ACCION              TO E009-DESCPRE
           MOVE VA-PAG-CONTREG             TO E009-CONTREG
           MOVE VA-PAG-DATPAG              TO E009-DATPAG

           MOVE LENGTH OF VA-QGECCAA       TO VN-LEN-ARQUI
           MOVE LENGTH OF MBNE0009         TO VN-LEN-ENTRADA

           EXEC CICS
              PUT CONTAINER(CA-CNT-ARQUI)
              CHANNEL(VA-NOM-CANAL)
              FROM(VA-QGECCAA)
              FLENGTH(VN-LEN-ARQUI)
              NOHANDLE
           END-EXEC

           IF EIBRESP EQUAL DFHRESP(NORMAL)
              EXEC CICS
                 PUT CONTAINER(CA-CNT-ENTRADA)
                 CHANNEL(VA-NOM-CANAL)
                 FROM(MBNE0009)
                 FLENGTH(VN-LEN-ENTRADA)
                 NOHANDLE
              END-EXEC
           END-IF

           IF EIBRESP EQUAL DFHRESP(NORMAL)
              EXEC CICS
                 LINK PROGRAM(CA-MB2C0009)
                 CHANNEL(VA-NOM-CANAL)
                 NOHANDLE
              END-EXEC
           END-IF

           IF EIBRESP NOT EQUAL DFHRESP(NORMAL)
              ADD 1                        TO PR-DPR-NUM-FALLAS
           ELSE
              EXEC CICS
                 GET CONTAINER(CA-CNT-ARQUI)
                 CHANNEL(VA-NOM-CANAL)
                 INTO(VA-QGECCAA)
                 FLENGTH(VN-LEN-ARQUI)
                 NOHANDLE
              END-EXEC
              IF EIBRESP NOT EQUAL DFHRESP(NORMAL)
                 ADD 1                     TO PR-DPR-NUM-FALLAS
              ELSE
                 IF CAA-COD-ERROR NOT EQUAL SPACES AND
                    CAA-COD-ERROR NOT EQUAL CA-SIN-MOVTOS
                    ADD 1                  TO PR-DPR-NUM-FALLAS
                 END-IF
              END-IF
              PERFORM 3110-RECORRE-SALIDA
           END-IF

           IF VA-PAG-INDPAGI EQUAL CA-S AND
              VA-NUM-PAG < VA-MAX-PAG
              MOVE 'S'                     TO VA-SW-MAS-PAG
           END-IF.
      ******************************************************************
      *3110-RECORRE-SALIDA.                                            *
      ******************************************************************
       3110-RECORRE-SALIDA.

           MOVE 'N'                        TO VA-SW-FIN-BRW

           EXEC CICS
              STARTBROWSE CONTAINER
              CHANNEL(VA-NOM-CANAL)
              BROWSETOKEN(VN-TOKEN)
              NOHANDLE
           END-EXEC

           IF EIBRESP EQUAL DFHRESP(NORMAL)
              PERFORM 3120-SIGUIENTE-CONTENEDOR
                 UNTIL VA-88-FIN-BRW-SI
              EXEC CICS
                 ENDBROWSE CONTAINER
                 BROWSETOKEN(VN-TOKEN)
                 NOHANDLE
              END-EXEC
           END-IF.
      ******************************************************************
      *3120-SIGUIENTE-CONTENEDOR.                                      *
      *     LOS REGISTROS VIAJAN EN 'FFFFFFFF-NNNNNNN' (VER            *
      *     99998-PUT-CONTAINER DE MB2C0009). CADA SEGUNDA LINEA ES UN *
      *     MOVIMIENTO ARMADO; DE LA PRIMERA LINEA CON LA SECUENCIA    *
      *     MAS ALTA SE TOMAN EL INDICADOR Y LA LLAVE DE PAGINACION.   *
      ******************************************************************
       3120-SIGUIENTE-CONTENEDOR.

           EXEC CICS
              GETNEXT CONTAINER(VA-NOM-CONTENEDOR)
              BROWSETOKEN(VN-TOKEN)
              NOHANDLE
           END-EXEC

           IF EIBRESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'S'                     TO VA-SW-FIN-BRW
           ELSE
              IF VA-NOM-CONTENEDOR(1:8) EQUAL CA-FMT-LINEA2
                 ADD 1                     TO PR-DPR-NUM-RENGLONES
              END-IF
              IF VA-NOM-CONTENEDOR(1:8) EQUAL CA-FMT-MOVTOS AND
                 VA-NOM-CONTENEDOR(10:7) IS NUMERIC
                 MOVE VA-NOM-CONTENEDOR(10:7) TO VA-CNT-SEQ
                 IF VA-CNT-SEQ > VA-CNT-SEQ-MAX
                    MOVE VA-CNT-SEQ        TO VA-CNT-SEQ-MAX
                    PERFORM 3130-LEE-PRIMERA-LINEA
                 END-IF
              END-IF
              EXEC CICS
                 DELETE CONTAINER(VA-NOM-CONTENEDOR)
                 CHANNEL(VA-NOM-CANAL)
                 NOHANDLE
              END-EXEC
           END-IF.
      ******************************************************************
      *3130-LEE-PRIMERA-LINEA.                                         *
      ******************************************************************
       3130-LEE-PRIMERA-LINEA.

           MOVE LENGTH OF VA-CNT-SALIDA    TO VN-LEN-SALIDA

           EXEC CICS
              GET CONTAINER(VA-NOM-CONTENEDOR)
              CHANNEL(VA-NOM-CANAL)
              INTO(VA-CNT-SALIDA)
              FLENGTH(VN-LEN-SALIDA)
              NOHANDLE
           END-EXEC

           IF EIBRESP EQUAL DFHRESP(NORMAL)
              MOVE VA-CNT-DATOS            TO MBNS0009
              MOVE S009-INDPAGI            TO VA-PAG-INDPAGI
              MOVE S009-CONTREG            TO VA-PAG-CONTREG
              MOVE S009-DATPAG             TO VA-PAG-DATPAG
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
