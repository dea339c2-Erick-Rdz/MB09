      ******************************************************************
      *  MB9B0215: AUDITORIA MENSUAL DE SEGREGACION DE FUNCIONES SOBRE*
      *            TODAS LAS COLAS DE DOBLE MANO. CADA COLA YA IMPIDE *
      *            QUE UN USUARIO APRUEBE LO QUE EL MISMO SOLICITO,   *
      *            PERO NINGUNA VE A DOS USUARIOS QUE SE APRUEBAN     *
      *            MUTUAMENTE NI A UNO QUE CONCENTRA LAS APROBACIONES.*
      *            ESTE BATCH:                                        *
      *            - JUNTA EN MBDT256 LAS APROBACIONES DEL MES DE     *
      *              CADA COLA (SOLICITANTE, APROBADOR, HORA DE       *
      *              SOLICITUD Y DE RESOLUCION); LOS MESES ANTERIORES *
      *              QUEDAN COMO HISTORIA DEL HORARIO DE CADA USUARIO;*
      *            - BUSCA PARES RECIPROCOS, CONCENTRACION POR COLA,  *
      *              APROBACIONES FUERA DEL HORARIO HABITUAL DEL      *
      *              APROBADOR Y APROBACIONES DEMASIADO RAPIDAS;      *
      *            - DEJA CADA HALLAZGO EN MBDT257 PARA QUE CONTROL   *
      *              INTERNO REGISTRE SU DICTAMEN (MB7C0640) Y EN EL  *
      *              REPORTE SODRPT.                                  *
      *            UMBRALES EN MBDT140 'SODA' (VER 1100).             *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0215.
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
      *     @BAZ255    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
           SELECT F-REPORTE ASSIGN TO SODRPT
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
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-PENDIENTE                    PIC X(02)  VALUE 'PD'.
      * COLAS DE DOBLE MANO AUDITADAS.
       01  CA-COLA-REVERSOS                PIC X(04)  VALUE 'REVT'.
       01  CA-COLA-DEV-SPEI                PIC X(04)  VALUE 'DSPE'.
       01  CA-COLA-RESTITUCION             PIC X(04)  VALUE 'REST'.
       01  CA-COLA-PUNTOS                  PIC X(04)  VALUE 'PUNT'.
       01  CA-COLA-ENROLAMIENTO            PIC X(04)  VALUE 'EDOC'.
       01  CA-COLA-DESENMASCARA            PIC X(04)  VALUE 'BRKG'.
       01  CA-COLA-PARAMETROS              PIC X(04)  VALUE 'PARM'.
       01  CA-COLA-CIERRE                  PIC X(04)  VALUE 'CIER'.
       01  CA-COLA-DEFUNCION               PIC X(04)  VALUE 'DEFU'.
       01  CA-COLA-TODAS                   PIC X(04)  VALUE 'TODA'.
      * TIPOS DE HALLAZGO (MBDT257).
       01  CA-TIPO-RECIPROCO               PIC X(04)  VALUE 'RECI'.
       01  CA-TIPO-CONCENTRA               PIC X(04)  VALUE 'CONC'.
       01  CA-TIPO-FUERA-HORA              PIC X(04)  VALUE 'HORA'.
       01  CA-TIPO-RAPIDA                  PIC X(04)  VALUE 'RAPI'.
      *
      * UMBRALES (MBDT140 'SODA'; ENTRE PARENTESIS EL DEFAULT):
      *   RECIMIN  APROBACIONES MINIMAS EN CADA SENTIDO PARA UN PAR
      *            RECIPROCO (3).
      *   CONCPCT  PORCENTAJE DE LAS APROBACIONES DE UNA COLA QUE
      *            HACE SOSPECHOSO A UN APROBADOR (50).
      *   CONCMIN  APROBACIONES MINIMAS DE LA COLA EN EL MES PARA
      *            MEDIR CONCENTRACION (20).
      *   HISTMIN  APROBACIONES DEL USUARIO EN LOS 3 MESES ANTERIORES
      *            PARA TENER HORARIO HABITUAL PROPIO (20).
      *   HORAMIN  APROBACIONES EN UNA HORA DEL DIA EN ESOS 3 MESES
      *            PARA QUE ESA HORA SEA HABITUAL (2).
      *   HORAINI  HORARIO INSTITUCIONAL SI EL USUARIO AUN NO TIENE
      *   HORAFIN  HISTORIA: DESDE HORAINI HASTA ANTES DE HORAFIN (8,
      *            20).
      *   SEGMIN   SEGUNDOS MINIMOS ENTRE SOLICITUD Y APROBACION (60).
       01  WS-PARAMETROS.
           05 WS-PAR-RECIMIN               PIC S9(09) COMP VALUE 3.
           05 WS-PAR-CONCPCT               PIC S9(09) COMP VALUE 50.
           05 WS-PAR-CONCMIN               PIC S9(09) COMP VALUE 20.
           05 WS-PAR-HISTMIN               PIC S9(09) COMP VALUE 20.
           05 WS-PAR-HORAMIN               PIC S9(09) COMP VALUE 2.
           05 WS-PAR-HORAINI               PIC S9(09) COMP VALUE 8.
           05 WS-PAR-HORAFIN               PIC S9(09) COMP VALUE 20.
           05 WS-PAR-SEGMIN                PIC S9(09) COMP VALUE 60.
       01  WS-PAR-COD                      PIC X(08).
       01  WS-PAR-VALOR                    PIC S9(09) COMP.
       01  WS-PAR-LEIDO                    PIC S9(09) COMP.
      *
       01  WS-FEC-INI                      PIC X(10).
      *
      * RENGLON DE LOS CURSORES DE HALLAZGOS.
       01  WS-APR.
           05 WS-APR-COLA                  PIC X(04).
           05 WS-APR-FOLIO                 PIC X(30).
           05 WS-APR-USR-SOLICITA          PIC X(08).
           05 WS-APR-USR-APRUEBA           PIC X(08).
           05 WS-APR-NUM                   PIC S9(09) COMP.
           05 WS-APR-NUM-2                 PIC S9(09) COMP.
           05 WS-APR-HORA                  PIC S9(04) COMP.
           05 WS-APR-SEGUNDOS              PIC S9(09) COMP.
           05 WS-APR-STP                   PIC X(26).
       01  WS-PORCENTAJE                   PIC S9(03) COMP.
      *
      * HALLAZGO A REGISTRAR (MBDT257).
       01  WS-HAL.
           05 WS-HAL-ID                    PIC S9(09) COMP.
           05 WS-HAL-TIPO                  PIC X(04).
           05 WS-HAL-COLA                  PIC X(04).
           05 WS-HAL-USR-1                 PIC X(08).
           05 WS-HAL-USR-2                 PIC X(08).
           05 WS-HAL-FOLIO                 PIC X(30).
           05 WS-HAL-VALOR                 PIC S9(09) COMP.
           05 WS-HAL-DETALLE               PIC X(60).
       01  WS-HAL-EXISTE                   PIC S9(09) COMP.
      *
       01  WS-EDIT-NUM                     PIC ZZZZZZ9.
       01  WS-EDIT-NUM2                    PIC ZZZZZZ9.
       01  WS-EDIT-PCT                     PIC ZZ9.
       01  WS-EDIT-HORA                    PIC 99.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0215.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0215.
      *
           PERFORM 1000-START.
           IF E215-RETURN-OK
              PERFORM 2000-CARGA-APROBACIONES
           END-IF.
           IF E215-RETURN-OK
              PERFORM 3000-RECIPROCOS
           END-IF.
           IF E215-RETURN-OK
              PERFORM 3200-CONCENTRACION
           END-IF.
           IF E215-RETURN-OK
              PERFORM 3400-FUERA-HORARIO
           END-IF.
           IF E215-RETURN-OK
              PERFORM 3600-RAPIDAS
           END-IF.
           IF E215-RETURN-OK
              PERFORM 4900-TOTALES
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E215-COD-RETURN.
           MOVE 0                          TO E215-NUM-APROBACIONES
                                              E215-NUM-RECIPROCOS
                                              E215-NUM-CONCENTRA
                                              E215-NUM-FUERA-HORA
                                              E215-NUM-RAPIDAS.
      *
           IF E215-ENT-ORIGIN EQUAL SPACES OR
              E215-PERIODO(1:4) NOT NUMERIC OR
              E215-PERIODO(5:1) NOT EQUAL '-' OR
              E215-PERIODO(6:2) NOT NUMERIC
              MOVE CA-99                   TO E215-COD-RETURN
           END-IF.
      *
           IF E215-RETURN-OK
              MOVE SPACES                  TO WS-FEC-INI
              STRING E215-PERIODO          DELIMITED BY SIZE
                     '-01'                 DELIMITED BY SIZE
                INTO WS-FEC-INI
              END-STRING
              PERFORM 1100-LEE-PARAMETROS
              OPEN OUTPUT F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
              MOVE SPACES                  TO FR-REPORTE-LINEA
              STRING 'AUDITORIA DE SEGREGACION DE FUNCIONES DEL MES '
                                            DELIMITED BY SIZE
                     E215-PERIODO           DELIMITED BY SIZE
                INTO FR-REPORTE-LINEA
              END-STRING
              WRITE FR-REPORTE-LINEA
           END-IF.
      *
      ******************************************************************
      *.PN 1100-LEE-PARAMETROS: CADA UMBRAL DE MBDT140 'SODA'; SI NO   *
      *     ESTA O NO ES VALIDO QUEDA EL DEFAULT.                      *
      ******************************************************************
       1100-LEE-PARAMETROS.
      *
           MOVE 'RECIMIN'                  TO WS-PAR-COD.
           MOVE WS-PAR-RECIMIN             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-RECIMIN.
      *
           MOVE 'CONCPCT'                  TO WS-PAR-COD.
           MOVE WS-PAR-CONCPCT             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-CONCPCT.
      *
           MOVE 'CONCMIN'                  TO WS-PAR-COD.
           MOVE WS-PAR-CONCMIN             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-CONCMIN.
      *
           MOVE 'HISTMIN'                  TO WS-PAR-COD.
           MOVE WS-PAR-HISTMIN             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-HISTMIN.
      *
           MOVE 'HORAMIN'                  TO WS-PAR-COD.
           MOVE WS-PAR-HORAMIN             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-HORAMIN.
      *
           MOVE 'HORAINI'                  TO WS-PAR-COD.
           MOVE WS-PAR-HORAINI             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-HORAINI.
      *
           MOVE 'HORAFIN'                  TO WS-PAR-COD.
           MOVE WS-PAR-HORAFIN             TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-HORAFIN.
      *
           MOVE 'SEGMIN'                   TO WS-PAR-COD.
           MOVE WS-PAR-SEGMIN              TO WS-PAR-VALOR.
           PERFORM 1110-LEE-PARAMETRO.
           MOVE WS-PAR-VALOR               TO WS-PAR-SEGMIN.
      *
      ******************************************************************
      *.PN 1110-LEE-PARAMETRO.                                         *
      ******************************************************************
       1110-LEE-PARAMETRO.
      *
           EXEC SQL
               SELECT INTEGER(RTRIM(SUBSTR(T140_DES_TABLE, 1, 5)))
                 INTO :WS-PAR-LEIDO
                 FROM MBDT140 with (nolock)
                WHERE T140_KEY_TABLE = 'SODA'
                  AND T140_COD_TABLE = :WS-PAR-COD
                  AND T140_ENTITY    = :E215-ENT-ORIGIN
                  AND T140_LANGUAGE  = 'E'
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF SQL-88-OK AND WS-PAR-LEIDO > 0
              MOVE WS-PAR-LEIDO            TO WS-PAR-VALOR
           END-IF.
      *
      ******************************************************************
      *.PN 2000-CARGA-APROBACIONES: LAS APROBACIONES DEL MES DE CADA   *
      *     COLA SE VUELVEN A CARGAR (LA CORRIDA SE PUEDE REPETIR). LOS*
      *     HALLAZGOS DEL MES AUN SIN DICTAMEN SE RECALCULAN; LOS YA   *
      *     DICTAMINADOS SE CONSERVAN Y NO SE DUPLICAN.                *
      ******************************************************************
       2000-CARGA-APROBACIONES.
      *
           EXEC SQL
               DELETE FROM MBDT256
                WHERE T256_ENT     = :E215-ENT-ORIGIN
                  AND T256_PERIODO = :E215-PERIODO
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
           IF E215-RETURN-OK
              EXEC SQL
                  DELETE FROM MBDT257
                   WHERE T257_ENT         = :E215-ENT-ORIGIN
                     AND T257_PERIODO     = :E215-PERIODO
                     AND T257_DISPOSICION = :CA-PENDIENTE
              END-EXEC
              PERFORM 2900-VERIFICA-SQL
           END-IF.
      *
           IF E215-RETURN-OK
              PERFORM 2100-CARGA-REVERSOS
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2110-CARGA-DEV-SPEI
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2120-CARGA-RESTITUCION
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2130-CARGA-PUNTOS
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2140-CARGA-ENROLAMIENTO
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2150-CARGA-DESENMASCARA
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2160-CARGA-PARAMETROS
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2170-CARGA-CIERRE
           END-IF.
           IF E215-RETURN-OK
              PERFORM 2180-CARGA-DEFUNCION
           END-IF.
      *
           IF E215-RETURN-OK
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-APR-NUM
                    FROM MBDT256
                   WHERE T256_ENT     = :E215-ENT-ORIGIN
                     AND T256_PERIODO = :E215-PERIODO
              END-EXEC
              PERFORM 2900-VERIFICA-SQL
           END-IF.
      *
           IF E215-RETURN-OK
              MOVE WS-APR-NUM              TO E215-NUM-APROBACIONES
              IF WS-APR-NUM EQUAL 0
                 MOVE CA-10                TO E215-COD-RETURN
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 2100-CARGA-REVERSOS: REVERSOS DE TRASPASO (BGDT112). LA     *
      *     TABLA NO LLEVA ENTIDAD: SE CARGA EN LA ENTIDAD PROCESADA.  *
      ******************************************************************
       2100-CARGA-REVERSOS.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT :E215-ENT-ORIGIN, :E215-PERIODO,
                      :CA-COLA-REVERSOS,
                      RTRIM(CHAR(T112_ACC_DEBIT)) || '-' ||
                      RTRIM(CHAR(T112_MOV_DEBIT)),
                      T112_USR_SOLICITA, T112_USR_APRUEBA,
                      T112_STP_SOLICITA, T112_STP_RESUELVE
                 FROM BGDT112 with (nolock)
                WHERE T112_STATUS NOT IN ('PD', 'RJ', 'EX')
                  AND T112_USR_APRUEBA IS NOT NULL
                  AND T112_USR_APRUEBA <> ' '
                  AND DATE(T112_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T112_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2110-CARGA-DEV-SPEI: DEVOLUCIONES SPEI (MBDT175, MB7C0200). *
      ******************************************************************
       2110-CARGA-DEV-SPEI.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T175_ENT, :E215-PERIODO, :CA-COLA-DEV-SPEI,
                      RTRIM(CHAR(T175_FOLIO)),
                      T175_USR_SOLICITA, T175_USR_APRUEBA,
                      T175_STP_SOLICITA, T175_STP_RESUELVE
                 FROM MBDT175 with (nolock)
                WHERE T175_ENT = :E215-ENT-ORIGIN
                  AND T175_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T175_USR_APRUEBA IS NOT NULL
                  AND T175_USR_APRUEBA <> ' '
                  AND DATE(T175_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T175_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2120-CARGA-RESTITUCION: RESTITUCIONES (MBDT178, MB7C0210).  *
      ******************************************************************
       2120-CARGA-RESTITUCION.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T178_ENT, :E215-PERIODO, :CA-COLA-RESTITUCION,
                      RTRIM(CHAR(T178_FOLIO)),
                      T178_USR_SOLICITA, T178_USR_APRUEBA,
                      T178_STP_SOLICITA, T178_STP_RESUELVE
                 FROM MBDT178 with (nolock)
                WHERE T178_ENT = :E215-ENT-ORIGIN
                  AND T178_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T178_USR_APRUEBA IS NOT NULL
                  AND T178_USR_APRUEBA <> ' '
                  AND DATE(T178_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T178_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2130-CARGA-PUNTOS: AJUSTES DE PUNTOS (MBDT182, MB7C0240).   *
      ******************************************************************
       2130-CARGA-PUNTOS.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T182_ENT, :E215-PERIODO, :CA-COLA-PUNTOS,
                      RTRIM(CHAR(T182_FOLIO)),
                      T182_USR_SOLICITA, T182_USR_APRUEBA,
                      T182_STP_SOLICITA, T182_STP_RESUELVE
                 FROM MBDT182 with (nolock)
                WHERE T182_ENT = :E215-ENT-ORIGIN
                  AND T182_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T182_USR_APRUEBA IS NOT NULL
                  AND T182_USR_APRUEBA <> ' '
                  AND DATE(T182_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T182_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2140-CARGA-ENROLAMIENTO: ENROLAMIENTO A ESTADOS DE CUENTA   *
      *     (MBDT188, MB7C0260).                                       *
      ******************************************************************
       2140-CARGA-ENROLAMIENTO.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T188_ENT, :E215-PERIODO, :CA-COLA-ENROLAMIENTO,
                      RTRIM(CHAR(T188_FOLIO)),
                      T188_USR_SOLICITA, T188_USR_APRUEBA,
                      T188_STP_SOLICITA, T188_STP_RESUELVE
                 FROM MBDT188 with (nolock)
                WHERE T188_ENT = :E215-ENT-ORIGIN
                  AND T188_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T188_USR_APRUEBA IS NOT NULL
                  AND T188_USR_APRUEBA <> ' '
                  AND DATE(T188_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T188_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2150-CARGA-DESENMASCARA: OTORGAMIENTOS DE VISTA SIN MASCARA *
      *     (MBDT206, MB7C0390). EL SUPERVISOR ES EL APROBADOR Y EL    *
      *     USUARIO EL BENEFICIARIO; EL OTORGAMIENTO NO TIENE HORA DE  *
      *     SOLICITUD (NO ENTRA A LA REVISION DE RAPIDAS) Y SU HORA DE *
      *     APROBACION ES LA DE SU ULTIMA MODIFICACION, POR ESO LOS    *
      *     REVOCADOS NO SE TOMAN.                                     *
      ******************************************************************
       2150-CARGA-DESENMASCARA.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T206_ENT, :E215-PERIODO, :CA-COLA-DESENMASCARA,
                      RTRIM(T206_USUARIO) || '-' ||
                      RTRIM(T206_CUENTA),
                      T206_USUARIO, T206_SUPERVISOR,
                      NULL, T206_STP_LASTMOD
                 FROM MBDT206 with (nolock)
                WHERE T206_ENT = :E215-ENT-ORIGIN
                  AND T206_ESTADO = 'AC'
                  AND T206_SUPERVISOR IS NOT NULL
                  AND T206_SUPERVISOR <> ' '
                  AND DATE(T206_STP_LASTMOD) >= DATE(:WS-FEC-INI)
                  AND DATE(T206_STP_LASTMOD) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2160-CARGA-PARAMETROS: CAMBIOS DE CATALOGOS Y PARAMETROS    *
      *     (MBDT232, MB7C0530).                                       *
      ******************************************************************
       2160-CARGA-PARAMETROS.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T232_ENT, :E215-PERIODO, :CA-COLA-PARAMETROS,
                      RTRIM(CHAR(T232_FOLIO)),
                      T232_USR_SOLICITA, T232_USR_APRUEBA,
                      T232_STP_SOLICITA, T232_STP_RESUELVE
                 FROM MBDT232 with (nolock)
                WHERE T232_ENT = :E215-ENT-ORIGIN
                  AND T232_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T232_USR_APRUEBA IS NOT NULL
                  AND T232_USR_APRUEBA <> ' '
                  AND DATE(T232_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T232_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2170-CARGA-CIERRE: CANCELACIONES DE CUENTA (MBDT236,        *
      *     MB7C0550).                                                 *
      ******************************************************************
       2170-CARGA-CIERRE.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T236_ENT, :E215-PERIODO, :CA-COLA-CIERRE,
                      RTRIM(CHAR(T236_FOLIO)),
                      T236_USR_SOLICITA, T236_USR_APRUEBA,
                      T236_STP_SOLICITA, T236_STP_RESUELVE
                 FROM MBDT236 with (nolock)
                WHERE T236_ENT = :E215-ENT-ORIGIN
                  AND T236_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T236_USR_APRUEBA IS NOT NULL
                  AND T236_USR_APRUEBA <> ' '
                  AND DATE(T236_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T236_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2180-CARGA-DEFUNCION: PAGO A BENEFICIARIOS POR DEFUNCION    *
      *     (MBDT239, MB7C0570).                                       *
      ******************************************************************
       2180-CARGA-DEFUNCION.
      *
           EXEC SQL
               INSERT INTO MBDT256
                      (T256_ENT, T256_PERIODO, T256_COLA, T256_FOLIO,
                       T256_USR_SOLICITA, T256_USR_APRUEBA,
                       T256_STP_SOLICITA, T256_STP_RESUELVE)
               SELECT T239_ENT, :E215-PERIODO, :CA-COLA-DEFUNCION,
                      RTRIM(CHAR(T239_FOLIO)),
                      T239_USR_SOLICITA, T239_USR_APRUEBA,
                      T239_STP_SOLICITA, T239_STP_RESUELVE
                 FROM MBDT239 with (nolock)
                WHERE T239_ENT = :E215-ENT-ORIGIN
                  AND T239_ESTADO NOT IN ('PD', 'RC', 'EX')
                  AND T239_USR_APRUEBA IS NOT NULL
                  AND T239_USR_APRUEBA <> ' '
                  AND DATE(T239_STP_RESUELVE) >= DATE(:WS-FEC-INI)
                  AND DATE(T239_STP_RESUELVE) <
                      DATE(:WS-FEC-INI) + 1 MONTH
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
      ******************************************************************
      *.PN 2900-VERIFICA-SQL: UN INSERT/DELETE SIN RENGLONES NO ES     *
      *     ERROR.                                                     *
      ******************************************************************
       2900-VERIFICA-SQL.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO E215-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 3000-RECIPROCOS: PARES DE USUARIOS QUE EN EL MES SE         *
      *     APROBARON MUTUAMENTE AL MENOS RECIMIN VECES EN CADA        *
      *     SENTIDO, SUMANDO TODAS LAS COLAS. CADA PAR SALE UNA VEZ.   *
      ******************************************************************
       3000-RECIPROCOS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C215REC CURSOR FOR
               SELECT A.T256_USR_APRUEBA, A.T256_USR_SOLICITA,
                      COUNT(*),
                      (SELECT COUNT(*)
                         FROM MBDT256 B
                        WHERE B.T256_ENT          = A.T256_ENT
                          AND B.T256_PERIODO      = A.T256_PERIODO
                          AND B.T256_USR_APRUEBA  = A.T256_USR_SOLICITA
                          AND B.T256_USR_SOLICITA = A.T256_USR_APRUEBA)
                 FROM MBDT256 A
                WHERE A.T256_ENT          = :E215-ENT-ORIGIN
                  AND A.T256_PERIODO      = :E215-PERIODO
                  AND A.T256_USR_APRUEBA  < A.T256_USR_SOLICITA
                GROUP BY A.T256_ENT, A.T256_PERIODO,
                         A.T256_USR_APRUEBA, A.T256_USR_SOLICITA
               HAVING COUNT(*) >= :WS-PAR-RECIMIN
                  AND (SELECT COUNT(*)
                         FROM MBDT256 B
                        WHERE B.T256_ENT          = A.T256_ENT
                          AND B.T256_PERIODO      = A.T256_PERIODO
                          AND B.T256_USR_APRUEBA  = A.T256_USR_SOLICITA
                          AND B.T256_USR_SOLICITA = A.T256_USR_APRUEBA)
                      >= :WS-PAR-RECIMIN
                ORDER BY A.T256_USR_APRUEBA, A.T256_USR_SOLICITA
           END-EXEC.
      *
           EXEC SQL
               OPEN C215REC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C215REC
                   INTO :WS-APR-USR-APRUEBA, :WS-APR-USR-SOLICITA,
                        :WS-APR-NUM, :WS-APR-NUM-2
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3100-HALLAZGO-RECIPROCO
                        IF NOT E215-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E215-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C215REC
           END-EXEC.
      *
      ******************************************************************
      *.PN 3100-HALLAZGO-RECIPROCO.                                    *
      ******************************************************************
       3100-HALLAZGO-RECIPROCO.
      *
           MOVE WS-APR-NUM                 TO WS-EDIT-NUM.
           MOVE WS-APR-NUM-2               TO WS-EDIT-NUM2.
           MOVE CA-TIPO-RECIPROCO          TO WS-HAL-TIPO.
           MOVE CA-COLA-TODAS              TO WS-HAL-COLA.
           MOVE WS-APR-USR-APRUEBA         TO WS-HAL-USR-1.
           MOVE WS-APR-USR-SOLICITA        TO WS-HAL-USR-2.
           MOVE SPACES                     TO WS-HAL-FOLIO
                                              WS-HAL-DETALLE.
           COMPUTE WS-HAL-VALOR = WS-APR-NUM + WS-APR-NUM-2.
           STRING 'USR-1 APROBO '          DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ' DE USR-2 Y USR-2 '     DELIMITED BY SIZE
                  WS-EDIT-NUM2             DELIMITED BY SIZE
                  ' DE USR-1'              DELIMITED BY SIZE
             INTO WS-HAL-DETALLE
           END-STRING.
           PERFORM 3800-REGISTRA-HALLAZGO.
           IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
              ADD 1                        TO E215-NUM-RECIPROCOS
           END-IF.
      *
      ******************************************************************
      *.PN 3200-CONCENTRACION: POR COLA, EL APROBADOR CON MAS DE       *
      *     CONCPCT POR CIENTO DE LAS APROBACIONES DEL MES, SI LA COLA *
      *     TUVO AL MENOS CONCMIN.                                     *
      ******************************************************************
       3200-CONCENTRACION.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C215CON CURSOR FOR
               SELECT A.T256_COLA, A.T256_USR_APRUEBA, COUNT(*),
                      (SELECT COUNT(*)
                         FROM MBDT256 T
                        WHERE T.T256_ENT     = A.T256_ENT
                          AND T.T256_PERIODO = A.T256_PERIODO
                          AND T.T256_COLA    = A.T256_COLA)
                 FROM MBDT256 A
                WHERE A.T256_ENT     = :E215-ENT-ORIGIN
                  AND A.T256_PERIODO = :E215-PERIODO
                GROUP BY A.T256_ENT, A.T256_PERIODO,
                         A.T256_COLA, A.T256_USR_APRUEBA
                ORDER BY A.T256_COLA, A.T256_USR_APRUEBA
           END-EXEC.
      *
           EXEC SQL
               OPEN C215CON
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C215CON
                   INTO :WS-APR-COLA, :WS-APR-USR-APRUEBA,
                        :WS-APR-NUM, :WS-APR-NUM-2
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3300-EVALUA-CONCENTRACION
                        IF NOT E215-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E215-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C215CON
           END-EXEC.
      *
      ******************************************************************
      *.PN 3300-EVALUA-CONCENTRACION.                                  *
      ******************************************************************
       3300-EVALUA-CONCENTRACION.
      *
           IF WS-APR-NUM-2 >= WS-PAR-CONCMIN
              COMPUTE WS-PORCENTAJE =
                      (WS-APR-NUM * 100) / WS-APR-NUM-2
              IF WS-PORCENTAJE > WS-PAR-CONCPCT
                 MOVE WS-APR-NUM           TO WS-EDIT-NUM
                 MOVE WS-APR-NUM-2         TO WS-EDIT-NUM2
                 MOVE WS-PORCENTAJE        TO WS-EDIT-PCT
                 MOVE CA-TIPO-CONCENTRA    TO WS-HAL-TIPO
                 MOVE WS-APR-COLA          TO WS-HAL-COLA
                 MOVE WS-APR-USR-APRUEBA   TO WS-HAL-USR-1
                 MOVE SPACES               TO WS-HAL-USR-2
                                              WS-HAL-FOLIO
                                              WS-HAL-DETALLE
                 MOVE WS-PORCENTAJE        TO WS-HAL-VALOR
                 STRING 'APROBO '          DELIMITED BY SIZE
                        WS-EDIT-NUM        DELIMITED BY SIZE
                        ' DE '             DELIMITED BY SIZE
                        WS-EDIT-NUM2       DELIMITED BY SIZE
                        ' DE LA COLA ('    DELIMITED BY SIZE
                        WS-EDIT-PCT        DELIMITED BY SIZE
                        '%)'               DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
                 END-STRING
                 PERFORM 3800-REGISTRA-HALLAZGO
                 IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
                    ADD 1                  TO E215-NUM-CONCENTRA
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 3400-FUERA-HORARIO: EL HORARIO HABITUAL DEL APROBADOR SON   *
      *     LAS HORAS DEL DIA EN QUE APROBO AL MENOS HORAMIN VECES EN  *
      *     LOS 3 MESES ANTERIORES (MESES YA CARGADOS EN MBDT256). SI  *
      *     NO TIENE HISTMIN APROBACIONES EN ESOS MESES SE USA EL      *
      *     HORARIO INSTITUCIONAL HORAINI-HORAFIN.                     *
      ******************************************************************
       3400-FUERA-HORARIO.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C215HOR CURSOR FOR
               SELECT A.T256_COLA, A.T256_FOLIO,
                      A.T256_USR_SOLICITA, A.T256_USR_APRUEBA,
                      HOUR(A.T256_STP_RESUELVE),
                      CHAR(A.T256_STP_RESUELVE),
                      (SELECT COUNT(*)
                         FROM MBDT256 H
                        WHERE H.T256_ENT          = A.T256_ENT
                          AND H.T256_USR_APRUEBA  = A.T256_USR_APRUEBA
                          AND H.T256_PERIODO      < A.T256_PERIODO
                          AND DATE(H.T256_STP_RESUELVE) >=
                              DATE(:WS-FEC-INI) - 3 MONTHS),
                      (SELECT COUNT(*)
                         FROM MBDT256 H
                        WHERE H.T256_ENT          = A.T256_ENT
                          AND H.T256_USR_APRUEBA  = A.T256_USR_APRUEBA
                          AND H.T256_PERIODO      < A.T256_PERIODO
                          AND DATE(H.T256_STP_RESUELVE) >=
                              DATE(:WS-FEC-INI) - 3 MONTHS
                          AND HOUR(H.T256_STP_RESUELVE) =
                              HOUR(A.T256_STP_RESUELVE))
                 FROM MBDT256 A
                WHERE A.T256_ENT     = :E215-ENT-ORIGIN
                  AND A.T256_PERIODO = :E215-PERIODO
                ORDER BY A.T256_USR_APRUEBA, A.T256_STP_RESUELVE
           END-EXEC.
      *
           EXEC SQL
               OPEN C215HOR
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C215HOR
                   INTO :WS-APR-COLA, :WS-APR-FOLIO,
                        :WS-APR-USR-SOLICITA, :WS-APR-USR-APRUEBA,
                        :WS-APR-HORA, :WS-APR-STP,
                        :WS-APR-NUM, :WS-APR-NUM-2
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3500-EVALUA-HORARIO
                        IF NOT E215-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E215-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C215HOR
           END-EXEC.
      *
      ******************************************************************
      *.PN 3500-EVALUA-HORARIO.                                        *
      ******************************************************************
       3500-EVALUA-HORARIO.
      *
           MOVE SPACES                     TO WS-HAL-DETALLE.
           MOVE WS-APR-HORA                TO WS-EDIT-HORA.
      *
           IF WS-APR-NUM >= WS-PAR-HISTMIN
              IF WS-APR-NUM-2 < WS-PAR-HORAMIN
                 STRING 'APROBADA A LAS '  DELIMITED BY SIZE
                        WS-EDIT-HORA       DELIMITED BY SIZE
                        ' HRS; FUERA DE SU HORARIO HABITUAL'
                                           DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
                 END-STRING
              END-IF
           ELSE
              IF WS-APR-HORA < WS-PAR-HORAINI OR
                 WS-APR-HORA >= WS-PAR-HORAFIN
                 STRING 'APROBADA A LAS '  DELIMITED BY SIZE
                        WS-EDIT-HORA       DELIMITED BY SIZE
                        ' HRS; FUERA DEL HORARIO INSTITUCIONAL'
                                           DELIMITED BY SIZE
                   INTO WS-HAL-DETALLE
                 END-STRING
              END-IF
           END-IF.
      *
           IF WS-HAL-DETALLE NOT EQUAL SPACES
              MOVE CA-TIPO-FUERA-HORA      TO WS-HAL-TIPO
              MOVE WS-APR-COLA             TO WS-HAL-COLA
              MOVE WS-APR-USR-APRUEBA      TO WS-HAL-USR-1
              MOVE WS-APR-USR-SOLICITA     TO WS-HAL-USR-2
              MOVE WS-APR-FOLIO            TO WS-HAL-FOLIO
              MOVE WS-APR-HORA             TO WS-HAL-VALOR
              PERFORM 3800-REGISTRA-HALLAZGO
              IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
                 ADD 1                     TO E215-NUM-FUERA-HORA
              END-IF
           END-IF.
      *
      ******************************************************************
      *.PN 3600-RAPIDAS: APROBADAS EN MENOS DE SEGMIN SEGUNDOS DESDE LA*
      *     SOLICITUD (NO DA TIEMPO DE REVISAR NADA).                  *
      ******************************************************************
       3600-RAPIDAS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C215RAP CURSOR FOR
               SELECT T256_COLA, T256_FOLIO,
                      T256_USR_SOLICITA, T256_USR_APRUEBA,
                      TIMESTAMPDIFF(2, CHAR(T256_STP_RESUELVE -
                                            T256_STP_SOLICITA))
                 FROM MBDT256
                WHERE T256_ENT     = :E215-ENT-ORIGIN
                  AND T256_PERIODO = :E215-PERIODO
                  AND T256_STP_SOLICITA IS NOT NULL
                  AND TIMESTAMPDIFF(2, CHAR(T256_STP_RESUELVE -
                                            T256_STP_SOLICITA))
                      < :WS-PAR-SEGMIN
                ORDER BY T256_COLA, T256_FOLIO
           END-EXEC.
      *
           EXEC SQL
               OPEN C215RAP
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C215RAP
                   INTO :WS-APR-COLA, :WS-APR-FOLIO,
                        :WS-APR-USR-SOLICITA, :WS-APR-USR-APRUEBA,
                        :WS-APR-SEGUNDOS
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 3700-HALLAZGO-RAPIDA
                        IF NOT E215-RETURN-OK
                           SET WSS-FIN-CURSOR-SI TO TRUE
                        END-IF
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E215-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C215RAP
           END-EXEC.
      *
      ******************************************************************
      *.PN 3700-HALLAZGO-RAPIDA.                                       *
      ******************************************************************
       3700-HALLAZGO-RAPIDA.
      *
           MOVE WS-APR-SEGUNDOS            TO WS-EDIT-NUM.
           MOVE CA-TIPO-RAPIDA             TO WS-HAL-TIPO.
           MOVE WS-APR-COLA                TO WS-HAL-COLA.
           MOVE WS-APR-USR-APRUEBA         TO WS-HAL-USR-1.
           MOVE WS-APR-USR-SOLICITA        TO WS-HAL-USR-2.
           MOVE WS-APR-FOLIO               TO WS-HAL-FOLIO.
           MOVE WS-APR-SEGUNDOS            TO WS-HAL-VALOR.
           MOVE SPACES                     TO WS-HAL-DETALLE.
           STRING 'APROBADA '              DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
                  ' SEGUNDOS DESPUES DE SOLICITADA'
                                           DELIMITED BY SIZE
             INTO WS-HAL-DETALLE
           END-STRING.
           PERFORM 3800-REGISTRA-HALLAZGO.
           IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
              ADD 1                        TO E215-NUM-RAPIDAS
           END-IF.
      *
      ******************************************************************
      *.PN 3800-REGISTRA-HALLAZGO: SI CONTROL INTERNO YA DICTAMINO EL  *
      *     MISMO HALLAZGO EN UNA CORRIDA ANTERIOR DEL MES NO SE       *
      *     REPITE. EL NUEVO QUEDA PENDIENTE ('PD') DE DICTAMEN.       *
      ******************************************************************
       3800-REGISTRA-HALLAZGO.
      *
           MOVE 0                          TO WS-HAL-EXISTE.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HAL-EXISTE
                 FROM MBDT257
                WHERE T257_ENT     = :E215-ENT-ORIGIN
                  AND T257_PERIODO = :E215-PERIODO
                  AND T257_TIPO    = :WS-HAL-TIPO
                  AND T257_COLA    = :WS-HAL-COLA
                  AND T257_USR_1   = :WS-HAL-USR-1
                  AND T257_USR_2   = :WS-HAL-USR-2
                  AND T257_FOLIO   = :WS-HAL-FOLIO
           END-EXEC.
           PERFORM 2900-VERIFICA-SQL.
      *
           IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
              EXEC SQL
                  SELECT COALESCE(MAX(T257_ID), 0) + 1
                    INTO :WS-HAL-ID
                    FROM MBDT257
              END-EXEC
              PERFORM 2900-VERIFICA-SQL
           END-IF.
      *
           IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
              EXEC SQL
                  INSERT INTO MBDT257
                         (T257_ID, T257_ENT, T257_PERIODO,
                          T257_TIPO, T257_COLA, T257_USR_1,
                          T257_USR_2, T257_FOLIO, T257_VALOR,
                          T257_DETALLE, T257_DISPOSICION,
                          T257_USR_REVISA, T257_COMENTARIO,
                          T257_STP_ALTA, T257_STP_REVISA)
                  VALUES (:WS-HAL-ID, :E215-ENT-ORIGIN,
                          :E215-PERIODO, :WS-HAL-TIPO,
                          :WS-HAL-COLA, :WS-HAL-USR-1,
                          :WS-HAL-USR-2, :WS-HAL-FOLIO,
                          :WS-HAL-VALOR, :WS-HAL-DETALLE,
                          :CA-PENDIENTE, ' ', ' ',
                          CURRENT TIMESTAMP, NULL)
              END-EXEC
              PERFORM 2900-VERIFICA-SQL
           END-IF.
      *
           IF E215-RETURN-OK AND WS-HAL-EXISTE EQUAL 0
              PERFORM 3900-ESCRIBE-HALLAZGO
           END-IF.
      *
      ******************************************************************
      *.PN 3900-ESCRIBE-HALLAZGO.                                      *
      ******************************************************************
       3900-ESCRIBE-HALLAZGO.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING WS-HAL-TIPO              DELIMITED BY SIZE
                  ';COLA='                 DELIMITED BY SIZE
                  WS-HAL-COLA              DELIMITED BY SIZE
                  ';USR1='                 DELIMITED BY SIZE
                  WS-HAL-USR-1             DELIMITED BY SIZE
                  ';USR2='                 DELIMITED BY SIZE
                  WS-HAL-USR-2             DELIMITED BY SIZE
                  ';FOLIO='                DELIMITED BY SIZE
                  WS-HAL-FOLIO             DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  WS-HAL-DETALLE           DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 4900-TOTALES.                                               *
      ******************************************************************
       4900-TOTALES.
      *
           MOVE E215-NUM-APROBACIONES      TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL APROBACIONES DEL MES=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E215-NUM-RECIPROCOS        TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL PARES RECIPROCOS=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E215-NUM-CONCENTRA         TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL CONCENTRACION='   DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E215-NUM-FUERA-HORA        TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL FUERA DE HORARIO=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
           MOVE E215-NUM-RAPIDAS           TO WS-EDIT-NUM.
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'TOTAL APROBACIONES RAPIDAS=' DELIMITED BY SIZE
                  WS-EDIT-NUM              DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
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
