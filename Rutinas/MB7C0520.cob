      ******************************************************************
      *  MB7C0520: MONITOR SINTETICO DE LA FAMILIA MB09. HASTA HOY UNA *
      *            CAIDA DEL SP JSON, DEL CEP O DE LA POSICION SE      *
      *            ENTERABA POR LAS QUEJAS DE LOS CLIENTES. EL CICLO   *
      *            CORTO DE OPERACION ARRANCA ESTE MODULO POR ENTIDAD  *
      *            Y CORRE CADA CANARIO ACTIVO DE MBDT229 (CUENTAS DE  *
      *            PRUEBA DESIGNADAS) CONTRA EL CAMINO REAL:           *
      *            MB2C0009 POR CANAL (CLASICO; JSON; HISTORICO; CEP), *
      *            MP9C0009 EN MODO LOTE Y LA POSICION MB2C0010. COTEJA*
      *            EL CODIGO DE RETORNO Y LOS REGISTROS ESPERADOS Y    *
      *            GUARDA RESULTADO Y LATENCIA EN MBDT230, APARTE DEL  *
      *            TRAFICO DE CLIENTES (MB2C0009 NO AUDITA, NO LIMITA  *
      *            NI MIDE EN MBDT145 LAS CONSULTAS CANARIO). AL       *
      *            LLEGAR UN CANARIO AL UMBRAL DE FALLAS CONSECUTIVAS  *
      *            ABRE INCIDENTE EN QGDT888 (QG1CINC; ABCODE 'SOND'). *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0520.
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
      *     @BAZ241    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-MPWC0009.
          COPY MPEC0009.
      *
          COPY MBNE0010.
      *
       01 VA-QGECINC.
          COPY QGECINC.
      *
       01 VA-SW-FIN-SND                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-SND-SI                    VALUE 'S'.
       01 VA-SW-FIN-BRW                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-BRW-SI                    VALUE 'S'.
       01 VA-SW-ERROR-SQL                  PIC X(01) VALUE 'N'.
           88 VA-88-ERROR-SQL-SI                  VALUE 'S'.
      *
      * CANARIO EN TURNO (CURSOR C520SND).
       01 VA-SND.
           05 VA-SND-ID                    PIC X(08).
           05 VA-SND-TIPO                  PIC X(08).
           05 VA-SND-BDMID                 PIC X(40).
           05 VA-SND-NUMTARJ               PIC X(16).
           05 VA-SND-NUMCUEN               PIC X(14).
           05 VA-SND-FECHINI               PIC X(10).
           05 VA-SND-NUM-OPE               PIC S9(09) COMP-3.
           05 VA-SND-FORMATO               PIC X(08).
           05 VA-SND-COD-ESPERADO          PIC X(07).
           05 VA-SND-MIN-REGS              PIC S9(04) COMP.
           05 VA-SND-FALLAS                PIC S9(04) COMP.
      *
      * CATALOGO DE LA ENTIDAD; SE CARGA COMPLETO ANTES DE EJECUTAR
      * PARA NO TENER EL CURSOR ABIERTO MIENTRAS SE ACTUALIZA MBDT229.
       01 VA-TB-SONDAS.
           05 VA-TB-SND                    OCCURS 20 TIMES.
              10 VA-TB-ID                  PIC X(08).
              10 VA-TB-TIPO                PIC X(08).
              10 VA-TB-BDMID               PIC X(40).
              10 VA-TB-NUMTARJ             PIC X(16).
              10 VA-TB-NUMCUEN             PIC X(14).
              10 VA-TB-FECHINI             PIC X(10).
              10 VA-TB-NUM-OPE             PIC S9(09) COMP-3.
              10 VA-TB-FORMATO             PIC X(08).
              10 VA-TB-COD-ESPERADO        PIC X(07).
              10 VA-TB-MIN-REGS            PIC S9(04) COMP.
              10 VA-TB-FALLAS              PIC S9(04) COMP.
       01 VA-NUM-SONDAS                    PIC S9(04) COMP.
       01 VA-IX-SND                        PIC S9(04) COMP.
       01 VA-UMBRAL                        PIC S9(04) COMP.
      *
      * RESULTADO DEL CANARIO EN TURNO (MBDT230).
       01 VA-RES.
           05 VA-RES-RESULTADO             PIC X(02).
           05 VA-RES-COD-OBTENIDO          PIC X(07).
           05 VA-RES-NUM-REGS              PIC S9(09) COMP.
           05 VA-RES-ELAPSED-MS            PIC S9(09) COMP.
           05 VA-RES-FALLAS                PIC S9(04) COMP.
           05 VA-RES-DETALLE               PIC X(60).
       01 VA-NUM-OPE-9                     PIC 9(09).
       01 VA-EDIT-REGS                     PIC Z(04)9.
      *
      * MARCAS DE TIEMPO PARA LA LATENCIA (MISMO CALCULO QUE
      * 23099-REGISTRA-LATENCIA-SP DE MB2C0009).
       01 VA-H-INI                         PIC 9(08).
       01 VA-H-INI-R REDEFINES VA-H-INI.
           05 VA-INI-HH                    PIC 9(02).
           05 VA-INI-MM                    PIC 9(02).
           05 VA-INI-SS                    PIC 9(02).
           05 VA-INI-CC                    PIC 9(02).
       01 VA-H-FIN                         PIC 9(08).
       01 VA-H-FIN-R REDEFINES VA-H-FIN.
           05 VA-FIN-HH                    PIC 9(02).
           05 VA-FIN-MM                    PIC 9(02).
           05 VA-FIN-SS                    PIC 9(02).
           05 VA-FIN-CC                    PIC 9(02).
       01 VA-INI-TOTAL-CS                  PIC S9(09) COMP.
       01 VA-FIN-TOTAL-CS                  PIC S9(09) COMP.
       01 VA-ELAPSED-CS                    PIC S9(09) COMP.
      *
      * CANAL PROPIO POR CANARIO: LOS CONTENEDORES DE SALIDA DE UNA
      * CONSULTA NO SE CUENTAN EN LA SIGUIENTE.
       01 VA-NOM-CANAL                     PIC X(16).
       01 VA-NOM-CONTENEDOR                PIC X(16).
       01 VN-LEN-ARQUI                     PIC S9(08) COMP.
       01 VN-LEN-ENTRADA                   PIC S9(08) COMP.
       01 VN-TOKEN                         PIC S9(08) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-OK                            PIC X(02) VALUE 'OK'.
       01 CA-FALLA                         PIC X(02) VALUE 'FA'.
       01 CA-MAX-SONDAS                    PIC S9(04) COMP VALUE 20.
       01 CA-UMBRAL-DEF                    PIC S9(04) COMP VALUE 3.
       01 CA-VERINT                        PIC X(02) VALUE '15'.
       01 CA-SND-CLASICO                   PIC X(08) VALUE 'CLASICO'.
       01 CA-SND-JSON                      PIC X(08) VALUE 'JSON'.
       01 CA-SND-HISTORICO                 PIC X(08) VALUE 'HISTORIC'.
       01 CA-SND-CEP                       PIC X(08) VALUE 'CEP'.
       01 CA-SND-MP9LOTE                   PIC X(08) VALUE 'MP9LOTE'.
       01 CA-SND-POSICION                  PIC X(08) VALUE 'POSICION'.
       01 CA-FMT-MOVTOS                    PIC X(08) VALUE 'MBNS0009'.
       01 CA-USR-SONDA                     PIC X(08) VALUE 'MB09SOND'.
       01 CA-TRX-MB09                      PIC X(04) VALUE 'MB09'.
       01 CA-ABCODE-SONDA                  PIC X(04) VALUE 'SOND'.
       01 CA-CNT-ARQUI                     PIC X(16) VALUE 'QGECCAA'.
       01 CA-CNT-ENTRADA                   PIC X(16) VALUE 'MBNE0009'.
       01 CA-MB2C0009                      PIC X(08) VALUE 'MB2C0009'.
       01 CA-MB2C0010                      PIC X(08) VALUE 'MB2C0010'.
       01 CA-MP9C0009                      PIC X(08) VALUE 'MP9C0009'.
       01 CA-MB7C0520                      PIC X(08) VALUE 'MB7C0520'.
       01 CA-QG1CINC                       PIC X(08) VALUE 'QG1CINC'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0520.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-SND-COD-RETURN EQUAL CA-00
              PERFORM 2000-CARGA-CATALOGO
           END-IF
      *
           IF PR-SND-COD-RETURN EQUAL CA-00
              PERFORM 3000-EJECUTA-SONDA
                 VARYING VA-IX-SND FROM 1 BY 1
                   UNTIL VA-IX-SND > VA-NUM-SONDAS
              EVALUATE TRUE
                 WHEN VA-88-ERROR-SQL-SI
                    MOVE CA-99             TO PR-SND-COD-RETURN
                 WHEN PR-SND-NUM-FALLAS > ZEROES
                    MOVE CA-20             TO PR-SND-COD-RETURN
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

           MOVE CA-00                      TO PR-SND-COD-RETURN
           MOVE SPACES                     TO PR-SND-DES-ERROR
           MOVE ZEROES                     TO PR-SND-NUM-EJECUTADAS
                                              PR-SND-NUM-OK
                                              PR-SND-NUM-FALLAS
                                              PR-SND-NUM-INCIDENTES
                                              VA-NUM-SONDAS
           MOVE 'N'                        TO VA-SW-ERROR-SQL

           IF PR-SND-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-SND-COD-RETURN
              MOVE 'FALTA ENTIDAD'         TO PR-SND-DES-ERROR
           END-IF

           IF PR-SND-UMBRAL NOT NUMERIC OR
              PR-SND-UMBRAL EQUAL ZEROES
              MOVE CA-UMBRAL-DEF           TO VA-UMBRAL
           ELSE
              MOVE PR-SND-UMBRAL           TO VA-UMBRAL
           END-IF.
      ******************************************************************
      *2000-CARGA-CATALOGO.                                            *
      *     CANARIOS ACTIVOS DE LA ENTIDAD CON SU EXPECTATIVA Y LA     *
      *     RACHA DE FALLAS QUE TRAEN DE LA CORRIDA ANTERIOR.          *
      ******************************************************************
       2000-CARGA-CATALOGO.

           MOVE 'N'                        TO VA-SW-FIN-SND

           EXEC SQL
              DECLARE C520SND CURSOR FOR
              SELECT T229_ID_SONDA, T229_TIPO, T229_BDMID,
                     T229_NUMTARJ, T229_NUMCUEN, T229_FECHINI,
                     T229_NUM_OPE, T229_FORMATO, T229_COD_ESPERADO,
                     T229_MIN_REGS, T229_FALLAS_CONSEC
                FROM MBDT229 with (nolock)
               WHERE T229_ENT    = :PR-SND-ENT
                 AND T229_ACTIVA = 'S'
               ORDER BY T229_ID_SONDA
           END-EXEC

           EXEC SQL
              OPEN C520SND
           END-EXEC

           PERFORM UNTIL VA-88-FIN-SND-SI
              EXEC SQL
                 FETCH C520SND
                 INTO :VA-SND-ID, :VA-SND-TIPO, :VA-SND-BDMID,
                      :VA-SND-NUMTARJ, :VA-SND-NUMCUEN,
                      :VA-SND-FECHINI, :VA-SND-NUM-OPE,
                      :VA-SND-FORMATO, :VA-SND-COD-ESPERADO,
                      :VA-SND-MIN-REGS, :VA-SND-FALLAS
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-NUM-SONDAS >= CA-MAX-SONDAS
                       MOVE 'S'            TO VA-SW-FIN-SND
                    ELSE
                       PERFORM 2100-AGREGA-SONDA
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-SND
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-SND
                    MOVE CA-99             TO PR-SND-COD-RETURN
                    MOVE 'ERROR SQL MBDT229'
                                           TO PR-SND-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C520SND
           END-EXEC

           IF VA-NUM-SONDAS EQUAL ZEROES AND
              PR-SND-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-SND-COD-RETURN
              MOVE 'SIN CANARIOS ACTIVOS'  TO PR-SND-DES-ERROR
           END-IF.
      ******************************************************************
      *2100-AGREGA-SONDA.                                              *
      ******************************************************************
       2100-AGREGA-SONDA.

           ADD 1                           TO VA-NUM-SONDAS
           MOVE VA-SND-ID                  TO VA-TB-ID(VA-NUM-SONDAS)
           MOVE VA-SND-TIPO                TO VA-TB-TIPO(VA-NUM-SONDAS)
           MOVE VA-SND-BDMID               TO VA-TB-BDMID(VA-NUM-SONDAS)
           MOVE VA-SND-NUMTARJ             TO
                                        VA-TB-NUMTARJ(VA-NUM-SONDAS)
           MOVE VA-SND-NUMCUEN             TO
                                        VA-TB-NUMCUEN(VA-NUM-SONDAS)
           MOVE VA-SND-FECHINI             TO
                                        VA-TB-FECHINI(VA-NUM-SONDAS)
           MOVE VA-SND-NUM-OPE             TO
                                        VA-TB-NUM-OPE(VA-NUM-SONDAS)
           MOVE VA-SND-COD-ESPERADO        TO
                                    VA-TB-COD-ESPERADO(VA-NUM-SONDAS)
           MOVE VA-SND-MIN-REGS            TO
                                        VA-TB-MIN-REGS(VA-NUM-SONDAS)
           MOVE VA-SND-FALLAS              TO
                                        VA-TB-FALLAS(VA-NUM-SONDAS)
      *    SIN FORMATO SE CUENTAN LOS MOVIMIENTOS (SALIDA MBNS0009).
           IF VA-SND-FORMATO EQUAL SPACES OR LOW-VALUES
              MOVE CA-FMT-MOVTOS           TO
                                        VA-TB-FORMATO(VA-NUM-SONDAS)
           ELSE
              MOVE VA-SND-FORMATO          TO
                                        VA-TB-FORMATO(VA-NUM-SONDAS)
           END-IF.
      ******************************************************************
      *3000-EJECUTA-SONDA.                                             *
      *     CORRE EL CANARIO, MIDE SU LATENCIA, LO COTEJA CONTRA LO    *
      *     ESPERADO Y LO REGISTRA; AL LLEGAR LA RACHA AL UMBRAL ABRE  *
      *     EL INCIDENTE (SOLO UNA VEZ POR RACHA).                     *
      ******************************************************************
       3000-EJECUTA-SONDA.

           INITIALIZE VA-RES
           ADD 1                           TO PR-SND-NUM-EJECUTADAS
           ACCEPT VA-H-INI                 FROM TIME

           EVALUATE VA-TB-TIPO(VA-IX-SND)
              WHEN CA-SND-CLASICO
              WHEN CA-SND-JSON
              WHEN CA-SND-HISTORICO
              WHEN CA-SND-CEP
                 PERFORM 3100-SONDA-MB2C0009
              WHEN CA-SND-MP9LOTE
                 PERFORM 3200-SONDA-MP9C0009
              WHEN CA-SND-POSICION
                 PERFORM 3300-SONDA-MB2C0010
              WHEN OTHER
                 MOVE 'TIPO'               TO VA-RES-COD-OBTENIDO
                 MOVE 'TIPO DE CANARIO NO CATALOGADO'
                                           TO VA-RES-DETALLE
           END-EVALUATE

           ACCEPT VA-H-FIN                 FROM TIME
           PERFORM 3900-CALCULA-LATENCIA

           PERFORM 4000-EVALUA-RESULTADO
           PERFORM 5000-REGISTRA-RESULTADO

           IF VA-RES-FALLAS EQUAL VA-UMBRAL
              PERFORM 6000-ABRE-INCIDENTE
           END-IF.
      ******************************************************************
      *3100-SONDA-MB2C0009.                                            *
      *     LA CONSULTA DE MOVIMIENTOS POR CANAL, IGUAL QUE UN CANAL   *
      *     DIGITAL: ARQUITECTURA Y ENTRADA EN CONTENEDORES; E009-SONDA*
      *     ELIGE EL CAMINO ('C' CLASICO; 'J' JSON). EL CODIGO ES EL   *
      *     CAA-COD-ERROR DE REGRESO Y LOS REGISTROS SON LOS           *
      *     CONTENEDORES DE SALIDA DEL FORMATO CATALOGADO.             *
      ******************************************************************
       3100-SONDA-MB2C0009.

           INITIALIZE VA-QGECCAA
                      MBNE0009
           MOVE PR-SND-ENT                 TO CAA-ENTIDAD
                                              CAA-ENT-ACC
           MOVE CA-USR-SONDA               TO CAA-USERID
           MOVE CA-TRX-MB09                TO CAA-COD-TRA

           MOVE CA-VERINT                  TO E009-VERINT
           MOVE VA-TB-BDMID(VA-IX-SND)     TO E009-BDMID
           MOVE VA-TB-NUMTARJ(VA-IX-SND)   TO E009-NUMTARJ
           MOVE VA-TB-NUMCUEN(VA-IX-SND)   TO E009-NUMCUEN
           MOVE 'J'                        TO E009-SONDA

           EVALUATE VA-TB-TIPO(VA-IX-SND)
              WHEN CA-SND-CLASICO
                 MOVE 'C'                  TO E009-SONDA
              WHEN CA-SND-HISTORICO
                 MOVE 'S'                  TO E009-HISTMOD
                 MOVE VA-TB-FECHINI(VA-IX-SND)
                                           TO E009-FECHINI
              WHEN CA-SND-CEP
                 MOVE 'S'                  TO E009-SOLCEP
                 MOVE VA-TB-NUM-OPE(VA-IX-SND)
                                           TO VA-NUM-OPE-9
                 MOVE VA-NUM-OPE-9         TO E009-NUMOPER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SPACES                     TO VA-NOM-CANAL
           STRING 'MB09SND-'               DELIMITED BY SIZE
                  VA-TB-ID(VA-IX-SND)      DELIMITED BY SPACE
             INTO VA-NOM-CANAL
           END-STRING
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
              MOVE 'CICS'                  TO VA-RES-COD-OBTENIDO
              MOVE 'FALLO LINK/CONTENEDOR A MB2C0009'
                                           TO VA-RES-DETALLE
           ELSE
              EXEC CICS
                 GET CONTAINER(CA-CNT-ARQUI)
                 CHANNEL(VA-NOM-CANAL)
                 INTO(VA-QGECCAA)
                 FLENGTH(VN-LEN-ARQUI)
                 NOHANDLE
              END-EXEC
              IF EIBRESP EQUAL DFHRESP(NORMAL)
                 MOVE CAA-COD-ERROR        TO VA-RES-COD-OBTENIDO
              ELSE
                 MOVE 'CICS'               TO VA-RES-COD-OBTENIDO
                 MOVE 'SIN ARQUITECTURA DE REGRESO'
                                           TO VA-RES-DETALLE
              END-IF
              PERFORM 3110-CUENTA-REGISTROS
           END-IF.
      ******************************************************************
      *3110-CUENTA-REGISTROS.                                          *
      ******************************************************************
       3110-CUENTA-REGISTROS.

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
      *     99998-PUT-CONTAINER DE MB2C0009).                          *
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
              IF VA-NOM-CONTENEDOR(1:8) EQUAL
                 VA-TB-FORMATO(VA-IX-SND)
                 ADD 1                     TO VA-RES-NUM-REGS
              END-IF
           END-IF.
      ******************************************************************
      *3200-SONDA-MP9C0009.                                            *
      *     UN RENGLON EN MODO LOTE, COMO 25005-INVOCA-MP9C0009-LOTE   *
      *     DE MB2C0009: ENTIDAD + CENTRO + CUENTA Y EL NUMERO DE      *
      *     OPERACION DEL CARGO RECURRENTE DE PRUEBA.                  *
      ******************************************************************
       3200-SONDA-MP9C0009.

           INITIALIZE VA-MPWC0009
           MOVE 'S'                        TO E109-MODO-LOTE
           MOVE 1                          TO E109-LOTE-NUM-CTAS
           MOVE PR-SND-ENT                 TO E109-LOTE-CUENTA(1)(1:4)
           MOVE VA-TB-NUMCUEN(VA-IX-SND)   TO
                                          E109-LOTE-CUENTA(1)(5:14)
           MOVE VA-TB-NUM-OPE(VA-IX-SND)   TO E109-LOTE-NUM-OPE(1)

           CALL CA-MP9C0009 USING VA-MPWC0009

           MOVE E109-LOTE-NUM-RESULT       TO VA-RES-NUM-REGS
           IF E109-LOTE-NUM-RESULT > ZEROES
              MOVE E109-LR-COD-RETURN(1)   TO VA-RES-COD-OBTENIDO
              MOVE E109-LR-DES-ERR(1)      TO VA-RES-DETALLE
           ELSE
              MOVE E109-COD-RETURN         TO VA-RES-COD-OBTENIDO
              MOVE E109-DES-ERR            TO VA-RES-DETALLE
           END-IF.
      ******************************************************************
      *3300-SONDA-MB2C0010.                                            *
      *     POSICION DEL CLIENTE DE PRUEBA; LOS REGISTROS SON SUS      *
      *     CUENTAS.                                                   *
      ******************************************************************
       3300-SONDA-MB2C0010.

           INITIALIZE MBNE0010
           MOVE VA-TB-BDMID(VA-IX-SND)     TO E010-BDMID
           MOVE PR-SND-ENT                 TO E010-ENT-ORIGIN

           CALL CA-MB2C0010 USING MBNE0010

           MOVE E010-COD-RETURN            TO VA-RES-COD-OBTENIDO
           MOVE E010-NUM-CUENTAS           TO VA-RES-NUM-REGS
           MOVE E010-DES-ERR               TO VA-RES-DETALLE.
      ******************************************************************
      *3900-CALCULA-LATENCIA.                                          *
      ******************************************************************
       3900-CALCULA-LATENCIA.

           COMPUTE VA-INI-TOTAL-CS =
                   ((VA-INI-HH * 60) + VA-INI-MM) * 6000
                                + (VA-INI-SS * 100) + VA-INI-CC
           COMPUTE VA-FIN-TOTAL-CS =
                   ((VA-FIN-HH * 60) + VA-FIN-MM) * 6000
                                + (VA-FIN-SS * 100) + VA-FIN-CC
           COMPUTE VA-ELAPSED-CS = VA-FIN-TOTAL-CS - VA-INI-TOTAL-CS

           IF VA-ELAPSED-CS < 0
      *       LA LLAMADA CRUZO MEDIANOCHE
              ADD 8640000                  TO VA-ELAPSED-CS
           END-IF

           COMPUTE VA-RES-ELAPSED-MS = VA-ELAPSED-CS * 10.
      ******************************************************************
      *4000-EVALUA-RESULTADO.                                          *
      *     OK = CODIGO IGUAL AL ESPERADO (ESPACIOS EN MB2C0009 ES SIN *
      *     ERROR) Y AL MENOS LOS REGISTROS MINIMOS. UNA FALLA SUMA A  *
      *     LA RACHA; UN OK LA REGRESA A CERO.                         *
      ******************************************************************
       4000-EVALUA-RESULTADO.

           IF VA-RES-COD-OBTENIDO EQUAL
              VA-TB-COD-ESPERADO(VA-IX-SND) AND
              VA-RES-NUM-REGS NOT LESS VA-TB-MIN-REGS(VA-IX-SND)
              MOVE CA-OK                   TO VA-RES-RESULTADO
              MOVE ZEROES                  TO VA-RES-FALLAS
              ADD 1                        TO PR-SND-NUM-OK
           ELSE
              MOVE CA-FALLA                TO VA-RES-RESULTADO
              COMPUTE VA-RES-FALLAS = VA-TB-FALLAS(VA-IX-SND) + 1
              ADD 1                        TO PR-SND-NUM-FALLAS
              IF VA-RES-DETALLE EQUAL SPACES OR LOW-VALUES
                 IF VA-RES-COD-OBTENIDO NOT EQUAL
                    VA-TB-COD-ESPERADO(VA-IX-SND)
                    STRING 'CODIGO ESPERADO '  DELIMITED BY SIZE
                           VA-TB-COD-ESPERADO(VA-IX-SND)
                                               DELIMITED BY SIZE
                      INTO VA-RES-DETALLE
                    END-STRING
                 ELSE
                    MOVE VA-TB-MIN-REGS(VA-IX-SND) TO VA-EDIT-REGS
                    STRING 'REGISTROS MENOS DE '
                                               DELIMITED BY SIZE
                           VA-EDIT-REGS        DELIMITED BY SIZE
                      INTO VA-RES-DETALLE
                    END-STRING
                 END-IF
              END-IF
           END-IF

           MOVE VA-RES-FALLAS              TO VA-TB-FALLAS(VA-IX-SND).
      ******************************************************************
      *5000-REGISTRA-RESULTADO.                                        *
      *     EL RESULTADO VA A MBDT230 (NUNCA A MBDT144/MBDT145) Y LA   *
      *     RACHA SE DEJA EN EL CATALOGO PARA LA SIGUIENTE CORRIDA.    *
      ******************************************************************
       5000-REGISTRA-RESULTADO.

           MOVE VA-TB-ID(VA-IX-SND)        TO VA-SND-ID

           EXEC SQL
              INSERT INTO MBDT230
                   (T230_ENT           ,
                    T230_ID_SONDA      ,
                    T230_STP_EJEC      ,
                    T230_RESULTADO     ,
                    T230_COD_OBTENIDO  ,
                    T230_NUM_REGS      ,
                    T230_ELAPSED_MS    ,
                    T230_FALLAS_CONSEC ,
                    T230_DETALLE       )
              VALUES
                   (:PR-SND-ENT            ,
                    :VA-SND-ID             ,
                    CURRENT TIMESTAMP      ,
                    :VA-RES-RESULTADO      ,
                    :VA-RES-COD-OBTENIDO   ,
                    :VA-RES-NUM-REGS       ,
                    :VA-RES-ELAPSED-MS     ,
                    :VA-RES-FALLAS         ,
                    :VA-RES-DETALLE        )
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              EXEC SQL
                 UPDATE MBDT229
                    SET T229_FALLAS_CONSEC = :VA-RES-FALLAS,
                        T229_STP_ULT_EJEC  = CURRENT TIMESTAMP
                  WHERE T229_ENT      = :PR-SND-ENT
                    AND T229_ID_SONDA = :VA-SND-ID
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF

           IF NOT SQL-88-OK
              MOVE 'S'                     TO VA-SW-ERROR-SQL
              MOVE 'ERROR SQL MBDT229/MBDT230'
                                           TO PR-SND-DES-ERROR
           END-IF.
      ******************************************************************
      *6000-ABRE-INCIDENTE.                                            *
      *     MISMA ALTA QUE QG1CABC (CALL QG1CINC). SOLO AL IGUALAR EL  *
      *     UMBRAL: LA RACHA SIGUE CONTANDO PERO NO REPITE INCIDENTE   *
      *     HASTA QUE UN OK LA REINICIE.                               *
      ******************************************************************
       6000-ABRE-INCIDENTE.

           INITIALIZE VA-QGECINC
           MOVE CA-ABCODE-SONDA            TO INC-ABCODE
           MOVE CA-MB7C0520                TO INC-DES-PROG
           MOVE SPACES                     TO INC-REFERENCE1
           STRING PR-SND-ENT               DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  VA-TB-ID(VA-IX-SND)      DELIMITED BY SIZE
             INTO INC-REFERENCE1
           END-STRING
           MOVE VA-TB-TIPO(VA-IX-SND)      TO INC-OBJECT-ERROR
           MOVE 0                          TO INC-SQLCODE
           MOVE SPACES                     TO INC-SQLERRM
           STRING 'CANARIO '               DELIMITED BY SIZE
                  VA-RES-COD-OBTENIDO      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  VA-RES-DETALLE           DELIMITED BY SIZE
             INTO INC-SQLERRM
           END-STRING

           CALL CA-QG1CINC USING DFHEIBLK VA-QGECINC

           IF INC-RETURN-OK
              ADD 1                        TO PR-SND-NUM-INCIDENTES
           END-IF.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
