      *                           ALCANCIA (23420) INCLUYE EL TIPO    *
      *                           DE MOVIMIENTO 'RED' (REDONDEOS DE   *
      *                           AHORRO DEL NOCTURNO MB9B0163)       *
      *  DECLARE DECLARE @BAZ221  AGR   15/10/2026 CONTRAPARTES           *
      *                           FRECUENTES DEL PERIODO (SALIDA      *
      *                           MBNSA009 A PETICION CON             *
      *                           E009-TOPCPTY): TOP 5 DE ENTRADAS Y  *
      *                           SALIDAS POR IMPORTE Y POR NUMERO DE *
      *                           MOVIMIENTOS VIA MB7C0410; VERSION   *
      *                           DE INTERFAZ 13                      *
      *  DECLARE DECLARE @BAZ228  AGR   15/10/2026 SE ENVIAN A MB7C0110   *
      *                           EL ID DEL DISPOSITIVO (E009-IDCELUL)*
      *                           Y EL BDMID PARA EL REGISTRO DE      *
      *                           DISPOSITIVOS DEL CLIENTE (MBDT215)  *
      *  DECLARE DECLARE @BAZ232  AGR   15/10/2026 RECUPERA-COMERCIO      *
      *                           REGRESA EN LA SALIDA 2 EL NOMBRE    *
      *                           NORMALIZADO Y LA CATEGORIA DEL      *
      *                           COMERCIO DEL DIRECTORIO MBDT218     *
      *                           (S209-COMNORM/-CATNORM) JUNTO AL    *
      *                           DESCRIPTOR CRUDO DE TCDT010         *
      *  DECLARE DECLARE @BAZ234  AGR   15/10/2026 EL HISTORIAL DE        *
      *                           ALCANCIA (23420) INCLUYE EL TIPO    *
      *                           DE MOVIMIENTO 'APN' (APARTADOS DE   *
      *                           NOMINA DEL NOCTURNO MB9B0200)       *
      *  DECLARE DECLARE @BAZ239  AGR   15/10/2026 LECTURA DE UN TERCERO  *
      *                           DE FINANZAS ABIERTAS BAJO           *
      *                           CONSENTIMIENTO DEL CLIENTE          *
      *                           (E009-IDCONSEN; MB7C0500 ACCION     *
      *                           'V'): SOLO EL ALCANCE OTORGADO;     *
      *                           ENMASCARADO ESTANDAR; SIN ACCIONES; *
      *                           CADA LECTURA EN MBDT144 CON EL ID   *
      *                           DEL CONSENTIMIENTO; VERSION DE      *
      *                           INTERFAZ 14                         *
      *  DECLARE DECLARE @BAZ241  AGR   15/10/2026 CONSULTA CANARIO DEL   *
      *                           MONITOR SINTETICO MB7C0520          *
      *                           (E009-SONDA): SOLO SOBRE CUENTAS    *
      *                           DE PRUEBA ACTIVAS DE MBDT229; FUERZA*
      *                           EL CAMINO CLASICO O JSON Y NO ENTRA *
      *                           A LA BITACORA MBDT144; AL TOPE DE   *
      *                           TASA NI A MBDT145; VERSION DE       *
      *                           INTERFAZ 15                         *
      *  DECLARE DECLARE @BAZ248  AGR   15/10/2026 PUNTOS DE LEALTAD      *
      *                           (SALIDA MBNSB009 A PETICION CON     *
      *                           E009-PUNTOS): SALDO; POR VENCER E   *
      *                           HISTORIAL PAGINADO DEL LIBRO MBDT243*
      *                           VIA MB7C0590; VERSION DE INTERFAZ 16*
      *  DECLARE DECLARE @BAZ258  AGR   15/10/2026 GAT NOMINAL Y REAL Y   *
      *                           RENDIMIENTO REALIZADO DEL PERIODO   *
      *                           POR ALCANCIA EN EL DETALLE (MB7C0670*
      *                           ; S609-GATALCS); BUFFER DE SALIDA A *
      *                           4000                                *
      *  DECLARE DECLARE @BAZ266  AGR   15/10/2026 LINAJE DE TARJETAS     *
      *                           (E009-LINAJE): LA CONSULTA POR      *
      *                           TARJETA SIGUE LAS REPOSICIONES DE   *
      *                           MBDT280 Y REGRESA CADA MOVIMIENTO   *
      *                           CON LA TARJETA EN QUE SE HIZO; LA   *
      *                           ACLARACION TRATA A ANTECESORA Y     *
      *                           SUCESORA COMO LA MISMA TARJETA;     *
      *                           VERSION DE INTERFAZ 17              *
      *  DECLARE DECLARE @BAZ267  AGR   15/10/2026 DESCRIPCIONES PRE-     *
      *                           GENERADAS (MBDT281): LA CONSULTA    *
      *                           POR CUENTA TOMA DE LA TABLA LA      *
      *                           DESCRIPCION; CONTRAPARTE Y          *
      *                           CATEGORIA DE DIAS ANTERIORES Y SOLO *
      *                           ARMA EN VIVO LO DEL DIA O LO QUE    *
      *                           FALTE; MODOS 'G'/'C' DEL RENDER     *
      *                           NOCTURNO Y SU COTEJO (MB7C0720;     *
      *                           E009-DESCPRE); VERSION DE           *
      *                           INTERFAZ 18                         *
      ******************************************************************
      ******************************************************************
      *              ENVIRONMENT DIVISION                              *
      * @BAZ133-I
           COPY MBNS9009.
      * @BAZ133-F
      * @BAZ221-I
           COPY MBNSA009.
      * @BAZ221-F
      * @BAZ248-I
           COPY MBNSB009.
      * @BAZ248-F
      * DECLARE DECLARE @BAZ110-F
           EXEC SQL
             INCLUDE SQLCA
       01 VA-MBEC0140.
          COPY MBEC0140.
      * @BAZ137-F
      * @BAZ221-I
       01 VA-MBEC0410.
          COPY MBEC0410.
      * @BAZ221-F
      * @BAZ248-I
       01 VA-MBEC0590.
          COPY MBEC0590.
      * @BAZ248-F
      * DECLARE DECLARE @BAZ110-F
       01 VA-TCEC0810.
          COPY TCEC0810.
      * @BAZ160 SUBE LA VERSION ACTUAL A 08 (ALTA DE ACLARACION)
      * @BAZ163 SUBE LA VERSION ACTUAL A 09 (IDEMPOTENCIA)
      * @BAZ141 SUBE LA VERSION ACTUAL A 10 (ECO ACUMULADOR SALIDA 8)
      * @BAZ221 SUBE LA VERSION ACTUAL A 13 (CONTRAPARTES FRECUENTES)
      * @BAZ239 SUBE LA VERSION ACTUAL A 14 (CONSENTIMIENTO TERCEROS)
      * @BAZ241 SUBE LA VERSION ACTUAL A 15 (CONSULTA CANARIO)
      * @BAZ248 SUBE LA VERSION ACTUAL A 16 (PUNTOS DE LEALTAD)
      * @BAZ266 SUBE LA VERSION ACTUAL A 17 (LINAJE DE TARJETAS)
      * @BAZ267 SUBE LA VERSION ACTUAL A 18 (DESCRIPCION PRE-GENERADA)
         01 CA-VERINT-ACTUAL              PIC 9(002);  VALUE 18.
      *    VERSION DE INTERFAZ NEGOCIADA (E009-VERINT): 01 = LAYOUT
      *    PREVIO A @BAZ075; 02 = HASTA @BAZ110 (HISTMOD..SALMETRO);
      *    03 = +SNAPTOK; 04 = +FILTROS; 05 = +INCPEND; 06 =
         01 VN-THR-MAXIMO                 PIC S9(005); COMP VALUE +0.
         01 VN-THR-RECIENTES              PIC S9(009); COMP VALUE +0.
      * @BAZ162-F
      * @BAZ241-I
         01 SW-SONDA                      PIC X(001);  VALUE 'N'.
            88 SW-SONDA-SI                    VALUE 'S'.
            88 SW-SONDA-NO                    VALUE 'N'.
      *    'S' LA CONSULTA ES UN CANARIO DEL MONITOR SINTETICO SOBRE
      *    UNA CUENTA DE PRUEBA ACTIVA DE MBDT229 (21059-VALIDA-SONDA):
      *    NO SE AUDITA; NO SE LIMITA POR TASA NI SE REGISTRA SU
      *    LATENCIA EN MBDT145 (ESTADISTICA DE CAPACIDAD DE CLIENTES).
         01 VN-SONDAS                     PIC S9(005); COMP VALUE +0.
      * @BAZ241-F
      * @BAZ166-I
         01 VA-NOMBEN-MATCH               PIC X(002);  VALUE SPACES.
         01 VA-NOMBEN-REG                 PIC X(040);  VALUE SPACES.
            88 SW-NOMBEN-SI                    VALUE 'S'.
            88 SW-NOMBEN-NO                    VALUE 'N'.
      * @BAZ166-F
      * @BAZ221-I
      *    RECORRIDO DE LAS LISTAS DE CONTRAPARTES (SALIDA MBNSA009).
         01 VN-IX-LISTA                   PIC S9(004); COMP VALUE +0.
         01 VN-IX-RENG                    PIC S9(004); COMP VALUE +0.
      * @BAZ221-F
      * @BAZ163-I
         01 SW-IDEM-REPETIDA              PIC X(001);  VALUE 'N'.
            88 SW-IDEM-REP-SI                  VALUE 'S'.
         01 CA-MB7C0340                   PIC X(008)
                                          VALUE 'MB7C0340'.
      * @BAZ201-F
      * @BAZ239-I
      *    COMMAREA DE CONSENTIMIENTOS DE FINANZAS ABIERTAS (CALL
      *    MB7C0500).
         01 VA-MBEC0500.
            COPY MBEC0500.
         01 CA-MB7C0500                   PIC X(008)
                                          VALUE 'MB7C0500'.
      * @BAZ239-F
      * @BAZ258-I
      *    COMMAREA DE LA GAT Y RENDIMIENTO DE LA ALCANCIA (CALL
      *    MB7C0670).
         01 VA-MBEC0670.
            COPY MBEC0670.
         01 CA-MB7C0670                   PIC X(008)
                                          VALUE 'MB7C0670'.
      * @BAZ258-F
      * @BAZ266-I
      *    LINAJE DE LA TARJETA CONSULTADA (MBDT280): TARJETA ENVIADA,
      *    RAIZ DE SU CADENA DE REPOSICIONES, PERIODO Y LLAVE DE
      *    PAGINACION DEL CURSOR MCDC0043L Y TARJETA DEL MOVIMIENTO.
         01 VA-LIN-BIN                    PIC X(006)  VALUE SPACES.
         01 VA-LIN-CARD                   PIC X(013)  VALUE SPACES.
         01 VA-LIN-BIN-RAIZ               PIC X(006)  VALUE SPACES.
         01 VA-LIN-CARD-RAIZ              PIC X(013)  VALUE SPACES.
         01 VA-LIN-FEC-INI                PIC X(010)  VALUE SPACES.
         01 VA-LIN-FEC-FIN                PIC X(010)  VALUE SPACES.
         01 VA-LIN-FEC-LLAVE              PIC X(010)  VALUE SPACES.
         01 VN-LIN-OPE-LLAVE              PIC 9(009)  VALUE ZEROES.
         01 VN-LIN-OPE                    PIC 9(009)  VALUE ZEROES.
         01 VA-LIN-MOV-BIN                PIC X(006)  VALUE SPACES.
         01 VA-LIN-MOV-CARD               PIC X(013)  VALUE SPACES.
         01 CA-MBDT280                    PIC X(007)  VALUE 'MBDT280'.
      * @BAZ266-F
      * @BAZ267-I
      *    DESCRIPCION PRE-GENERADA DEL MOVIMIENTO EN TURNO (MBDT281;
      *    LA GUARDA DE NOCHE MB7C0720 CON ESTE MISMO ARMADO) Y
      *    DIFERENCIA DEL COTEJO CONTRA EL ARMADO EN VIVO (MBDT282).
         01 SW-PRERENDER                  PIC X(001)  VALUE 'N'.
            88 SW-PRERENDER-SI                VALUE 'S'.
            88 SW-PRERENDER-NO                VALUE 'N'.
         01 SW-PRE-ELEGIBLE               PIC X(001)  VALUE 'N'.
            88 SW-PRE-ELEGIBLE-SI             VALUE 'S'.
            88 SW-PRE-ELEGIBLE-NO             VALUE 'N'.
         01 SW-PRE-EXISTE                 PIC X(001)  VALUE 'N'.
            88 SW-PRE-EXISTE-SI               VALUE 'S'.
            88 SW-PRE-EXISTE-NO               VALUE 'N'.
         01 VA-PRE-CEN-REG                PIC X(004)  VALUE SPACES.
         01 VA-PRE-ACC                    PIC X(010)  VALUE SPACES.
         01 VA-PRE-CONCEPT                PIC X(050)  VALUE SPACES.
         01 VA-PRE-DESCOPE                PIC X(050)  VALUE SPACES.
         01 VA-PRE-IDOPER                 PIC X(003)  VALUE SPACES.
         01 VA-PRE-BENEFIC                PIC X(050)  VALUE SPACES.
         01 VA-PRE-COMNORM                PIC X(030)  VALUE SPACES.
         01 VA-PRE-CATNORM                PIC X(020)  VALUE SPACES.
         01 VA-PRE-CAMPO                  PIC X(008)  VALUE SPACES.
         01 VA-PRE-VAL-PRE                PIC X(050)  VALUE SPACES.
         01 VA-PRE-VAL-VIVO               PIC X(050)  VALUE SPACES.
         01 CA-USR-DESCPRE                PIC X(008)  VALUE 'MB09DPRE'.
         01 CA-MBDT281                    PIC X(007)  VALUE 'MBDT281'.
         01 CA-MBDT282                    PIC X(007)  VALUE 'MBDT282'.
      * @BAZ267-F
      * @BAZ202-I
      *    ORDEN DE SERVIDOR QUE VIAJA AL SP DE EXTRACCION.
         01 VA-ORDEN-IN                   PIC X(002)  VALUE SPACES.
      * @BAZ213-I
         05 VN-OTORGAMIENTOS           PIC S9(05); COMP VALUE ZEROS.
      * @BAZ213-F
      * @BAZ239-I
         05 VA-AUDIT-CONSENT           PIC 9(09);  VALUE ZEROS.
         05 VA-CNS-SALDOS              PIC X(01);  VALUE 'S'.
            88 VA-CNS-SALDOS-SI                 VALUE 'S'.
      * @BAZ239-F
      * @BAZ198-I
         05 VN-KIDS-LIMITE             PIC S9(13)V9(02); COMP-3
                                                   VALUE ZEROS.
           10 VA-TSSFF2                PIC X(04);    VALUE SPACES.
         05  VA-TSCNT2.
           10 VA-DES-FORMAT2           PIC X(08);    VALUE SPACES.
      * @BAZ258-I
      *    10 VA-FMTCNT2               PIC X(3000);  VALUE SPACES.
           10 VA-FMTCNT2               PIC X(4000);  VALUE SPACES.
      * @BAZ258-F
      *    EL BUFFER DEBE CUBRIR LA SALIDA MAS GRANDE QUE VIAJA POR
      *    AQUI (MBNS6009 CON SUS TRES OCCURS 15 ES LA MAYOR; LA
      *    SALIDA 1 YA REBASABA TAMBIEN LOS 500 DE ANTES); UN BUFFER
       01 VA-TCDT010-6631.
          05 VA-DESCSUBSI                  PIC X(30);    VALUE SPACES.
      * DECLARE DECLARE @BAZ065-F
      * @BAZ232-I
      *    DIRECTORIO DE COMERCIOS MBDT218 (RECUPERA-COMERCIO-NORM).
       01 VA-T218-ENT                   PIC X(04)  VALUE SPACES.
       01 VA-T218-NOMBRE-NORM           PIC X(30)  VALUE SPACES.
       01 VA-T218-CATEGORIA             PIC X(20)  VALUE SPACES.
      * @BAZ232-F
      * DECLARE DECLARE @BAZ037-F
      ******************************************************************
      *                LINKAGE SECTION
      * @BAZ123-I
           PERFORM 22001-DETERMINA-MODO-LITE
      * @BAZ123-F
      * @BAZ241-I
      * EL CAMINO DEL CANARIO (YA VALIDADO EN 21000) SE APLICA DESPUES
      * DEL SWITCH DE OPERADOR PARA QUE PREVALEZCA SOBRE EL.
           IF SW-SONDA-SI AND NOT E009-SONDA-NO
              IF E009-SONDA-CLASICO
                 SET SW-APAGA-JSON     TO TRUE
              ELSE
                 SET SW-PRENDE-JSON    TO TRUE
              END-IF
           END-IF
      * @BAZ241-F
      * @BAZ150-I
           IF WSS-CUENTA OR WSS-CUENTA-710
              PERFORM 21050-CONSULTA-INACTIVIDAD
                  IF WSS-TARJETA
      * DECLARE DECLARE @BAZ027-I
      *              PERFORM 23000-CONSULTA-TARJETA
      * @BAZ266-I
      *              EL CAMINO POR TARJETA SOLO SE ATIENDE CUANDO EL
      *              CANAL PIDE EL LINAJE; SIN LA BANDERA QUEDA COMO
      *              ESTABA.
                     IF E009-LINAJE-SI
                        PERFORM 23050-CONSULTA-TARJETA-LINAJE
                     ELSE
                        CONTINUE
                     END-IF
      * @BAZ266-F
      * DECLARE DECLARE @BAZ027-F
                  ELSE
      * DECLARE DECLARE @BAZ070-I
              PERFORM 66672-WRITE-SALIDA8
           END-IF
      * @BAZ141-F
      * @BAZ221-I
           IF (WSS-CUENTA OR WSS-CUENTA-710);  AND
              SW-LITE-NO AND E009-TOPCPTY-SI
              PERFORM CONSULTA-CONTRAPARTES
           END-IF
      * @BAZ221-F
      * @BAZ248-I
           IF (WSS-CUENTA OR WSS-CUENTA-710);  AND
              SW-LITE-NO AND E009-PUNTOS-SI AND
              E009-IDCONSEN EQUAL ZEROES
              PERFORM CONSULTA-PUNTOS
           END-IF
      * @BAZ248-F
           PERFORM 23200-INSERT-PEDT100                                 Llama a rutina MB7C0110 que realiza insert a tabla PDT100 con los datos de todo el usuario y la geolocalizacion
           .
      *
      *
           COMPUTE VA-SP-ELAPSED-MS = VA-SP-ELAPSED-CS * 10
      *
      * @BAZ241-I
      * LA LATENCIA DEL CANARIO LA GUARDA EL MONITOR EN MBDT230; AQUI
      * SOLO VA EL TRAFICO DE CLIENTES (MODO LITE Y CAPACIDAD).
           IF SW-SONDA-NO
      * @BAZ241-F
           EXEC SQL
                INSERT INTO MBDT145
                     (T145_ENT_ORIGIN   ,
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
      * @BAZ241-I
           END-IF
      * @BAZ241-F
           .
      * @BAZ112-F
      *
      *       CORTA ES JUSTO LA LECTURA FUERA DEL AREA QUE ESTE
      *       MECANISMO EXISTE PARA EVITAR.
              MOVE LENGTH OF MBNE0009  TO VN-LEN-RECIBIDA
      * @BAZ267-I
              IF VN-VERINT < 18
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
                         - LENGTH OF E009-DESCPRE
              END-IF
      * @BAZ267-F
      * @BAZ266-I
              IF VN-VERINT < 17
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
                         - LENGTH OF E009-LINAJE
              END-IF
      * @BAZ266-F
      * @BAZ248-I
              IF VN-VERINT < 16
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
                         - LENGTH OF E009-PUNTOS - 3
                         - LENGTH OF E009-PTSSEQ
              END-IF
      * @BAZ248-F
      * @BAZ241-I
              IF VN-VERINT < 15
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
                         - LENGTH OF E009-SONDA
              END-IF
      * @BAZ241-F
      * @BAZ239-I
              IF VN-VERINT < 14
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
                         - LENGTH OF E009-IDCONSEN
              END-IF
      * @BAZ239-F
      * @BAZ221-I
              IF VN-VERINT < 13
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
                         - LENGTH OF E009-TOPCPTY
              END-IF
      * @BAZ221-F
      * @BAZ202-I
              IF VN-VERINT < 12
                 COMPUTE VN-LEN-RECIBIDA = VN-LEN-RECIBIDA - 3
              END-IF
           END-IF
      * @BAZ202-F
      * @BAZ221-I
           IF VN-VERINT < 13
              MOVE SPACES              TO E009-TOPCPTY
           END-IF
      * @BAZ221-F
      * @BAZ239-I
           IF VN-VERINT < 14 OR E009-IDCONSEN NOT NUMERIC
              MOVE ZEROES              TO E009-IDCONSEN
           END-IF
      * @BAZ239-F
      * @BAZ241-I
           IF VN-VERINT < 15 OR
              (NOT E009-SONDA-CLASICO AND NOT E009-SONDA-JSON)
              MOVE SPACES              TO E009-SONDA
           END-IF
      * @BAZ241-F
      * @BAZ248-I
           IF VN-VERINT < 16
              MOVE SPACES              TO E009-PUNTOS
           END-IF
           IF VN-VERINT < 16 OR E009-PTSSEQ NOT NUMERIC
              MOVE ZEROES              TO E009-PTSSEQ
           END-IF
      * @BAZ248-F
      * @BAZ266-I
           IF VN-VERINT < 17 OR NOT E009-LINAJE-SI
              MOVE SPACES              TO E009-LINAJE
           END-IF
      * @BAZ266-F
      * @BAZ267-I
      * LOS MODOS DEL RENDER NOCTURNO SOLO LOS PIDE SU USUARIO; CON
      * CUALQUIER OTRO LA CONSULTA SIGUE NORMAL.
           IF VN-VERINT < 18 OR CAA-USERID NOT = CA-USR-DESCPRE
              OR NOT (E009-DESCPRE-GENERA OR E009-DESCPRE-COTEJA)
              MOVE SPACES              TO E009-DESCPRE
           END-IF
      * @BAZ267-F
      * @BAZ241-I
      * EL CANARIO SE RESUELVE AQUI, ANTES DEL THROTTLE Y DE LA
      * BITACORA DE CONSULTAS, PARA QUE NO CUENTE NI SE AUDITE.
           SET SW-SONDA-NO             TO TRUE
           IF NOT E009-SONDA-NO
              PERFORM 21059-VALIDA-SONDA
           END-IF
      * @BAZ241-F
      * @BAZ267-I
      * EL RENDER NOCTURNO TAMPOCO ES TRAFICO DE CLIENTES: COMO EL
      * CANARIO, NO SE AUDITA, NO SE LIMITA NI SE MIDE EN MBDT145.
           IF NOT E009-DESCPRE-NO
              SET SW-SONDA-SI          TO TRUE
           END-IF
      * @BAZ267-F
      * @BAZ137-I
           IF E009-NUMOPER NUMERIC
              MOVE E009-NUMOPER        TO VN-NUMOPER-CMP
              PERFORM 21056-VALIDA-OTORGAMIENTO
           END-IF
      * @BAZ213-F
      * @BAZ239-I
      * LECTURA DE UN TERCERO DE FINANZAS ABIERTAS: EL CONSENTIMIENTO
      * DEL CLIENTE ACOTA LO QUE SE REGRESA (VA DESPUES DEL
      * OTORGAMIENTO PARA QUE NINGUNO REABRA LA VISTA SIN MASCARA).
           MOVE ZEROES                 TO VA-AUDIT-CONSENT
           MOVE 'S'                    TO VA-CNS-SALDOS
           IF E009-IDCONSEN > ZEROES
              PERFORM 21058-VALIDA-CONSENTIMIENTO
           END-IF
      * @BAZ239-F
      * @BAZ162-I
      * EL CANDADO VA ANTES DE LA BITACORA: UNA CONSULTA RECHAZADA
      * POR TASA NO CUENTA CONTRA EL MISMO TOPE QUE LA RECHAZO.
           IF VN-CONTREG = ZEROES
      * @BAZ241-I
              AND SW-SONDA-NO
      * @BAZ241-F
              PERFORM 21070-VALIDA-THROTTLE
           END-IF
      * @BAZ162-F
      * DECLARE DECLARE @BAZ091-I
           IF (VN-CONTREG = ZEROES
      * @BAZ239-I
      * LA LECTURA DE UN TERCERO SE REGISTRA EN CADA PAGINA.
              OR VA-AUDIT-CONSENT > ZEROES)
      * @BAZ239-F
      * @BAZ241-I
              AND SW-SONDA-NO
      * @BAZ241-F
              PERFORM 21099-REGISTRA-AUDITORIA-CONSULTA
           END-IF
      * DECLARE DECLARE @BAZ091-F
           END-IF
           .
      * @BAZ213-F
      * @BAZ239-I
      ******************************************************************
      *.PN 21058-VALIDA-CONSENTIMIENTO.                                *
      * EL TERCERO (CAA-USERID = SU CLAVE EN MBDT227) LEE BAJO EL     *
      * CONSENTIMIENTO E009-IDCONSEN DEL CLIENTE E009-BDMID; MB7C0500 *
      * ACCION 'V' LO VALIDA VIGENTE Y CON ALCANCE DE MOVIMIENTOS.    *
      * SIN CONSENTIMIENTO SE RECHAZA LA CONSULTA. CON EL: VISTA      *
      * ENMASCARADA; NINGUNA ACCION (RETENCIONES; ACLARACIONES); SIN  *
      * ALCANCE DE SALDOS NO HAY SALDOS (SOBRES; METRO; SALDOMOV); SIN*
      * ALCANCE DE ESTADOS DE CUENTA NO HAY MODO HISTORICO.           *
      ******************************************************************
       21058-VALIDA-CONSENTIMIENTO.
      *
           INITIALIZE VA-MBEC0500
           MOVE 'V'                    TO PR-CNS-ACCION
           MOVE CAA-ENTIDAD            TO PR-CNS-ENT
           MOVE E009-BDMID             TO PR-CNS-BDMID
           MOVE E009-IDCONSEN          TO PR-CNS-ID-CONSENT
           MOVE CAA-USERID             TO PR-CNS-TERCERO
           MOVE 'M'                    TO PR-CNS-ALCANCE
           CALL CA-MB7C0500 USING VA-MBEC0500
           IF PR-CNS-COD-RETURN NOT = '00'
              MOVE 'MCE0005'           TO CAA-COD-ERROR
              MOVE 'CONSENTIMIENTO'    TO CAA-ERR-VARIA1
              MOVE 'NO VIGENTE'        TO CAA-ERR-VARIA2
              PERFORM 30000-FIN
           END-IF
      *
           MOVE E009-IDCONSEN          TO VA-AUDIT-CONSENT
           MOVE 'N'                    TO E009-VERSIN
           IF NOT E009-ACCRET-NO OR E009-ACCACL-INICIA
              MOVE 'MCE0005'           TO CAA-COD-ERROR
              MOVE 'CONSENTIMIENTO'    TO CAA-ERR-VARIA1
              MOVE 'SIN ACCIONES'      TO CAA-ERR-VARIA2
              PERFORM 30000-FIN
           END-IF
           IF E009-HISTMOD-SI AND PR-CNS-ALC-EDOCTA NOT = 'S'
              MOVE 'MCE0005'           TO CAA-COD-ERROR
              MOVE 'CONSENTIMIENTO'    TO CAA-ERR-VARIA1
              MOVE 'SIN HISTORICO'     TO CAA-ERR-VARIA2
              PERFORM 30000-FIN
           END-IF
           IF PR-CNS-ALC-SALDOS NOT = 'S'
              MOVE 'N'                 TO VA-CNS-SALDOS
              MOVE 'N'                 TO E009-DETSOB
                                          E009-SALMETRO
           END-IF
           .
      * @BAZ239-F
      * @BAZ241-I
      ******************************************************************
      *.PN 21059-VALIDA-SONDA.                                         *
      * LA BANDERA E009-SONDA SOLO SE HONRA SI LA LLAVE ENVIADA ES UN  *
      * CANARIO ACTIVO DE LA ENTIDAD EN MBDT229 (LO MANTIENE OPERACION;*
      * LO EJECUTA MB7C0520): ASI NINGUN CANAL PUEDE ESCONDER UNA      *
      * CONSULTA REAL DE LA BITACORA CON SOLO PRENDER LA BANDERA. CON  *
      * UN CANARIO 20000-PROCESO FUERZA EL CAMINO DE EXTRACCION QUE SE *
      * QUIERE MEDIR; CON OTRA LLAVE SE IGNORA Y LA CONSULTA SIGUE     *
      * NORMAL. SE RESUELVE EN 21000, ANTES DEL THROTTLE Y LA BITACORA.*
      ******************************************************************
       21059-VALIDA-SONDA.
      *
           MOVE ZEROES                 TO VN-SONDAS
      *
           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-SONDAS
                FROM MBDT229 with (nolock);
               WHERE T229_ENT     = :CAA-ENT-ACC
                 AND T229_BDMID   = :E009-BDMID
                 AND T229_NUMTARJ = :E009-NUMTARJ
                 AND T229_NUMCUEN = :E009-NUMCUEN
                 AND T229_ACTIVA  = 'S'
           END-EXEC
      *
           MOVE SQLCODE                TO SQL-VALUES
           IF SQL-88-OK AND VN-SONDAS > ZEROES
              SET SW-SONDA-SI          TO TRUE
           ELSE
              MOVE SPACES              TO E009-SONDA
           END-IF
           .
      * @BAZ241-F
      * @BAZ198-I
      ******************************************************************
      *.PN 21057-LIMITES-KIDS.                                         *
      * @BAZ197-I
                      T144_DELEGADO     ,
      * @BAZ197-F
      * @BAZ239-I
                      T144_ID_CONSENT   ,
      * @BAZ239-F
                      T144_STP_LASTMOD  )
                VALUES
                     (:CAA-ENTIDAD          ,
      * @BAZ197-I
                      :VA-AUDIT-DELEGADO    ,
      * @BAZ197-F
      * @BAZ239-I
                      :VA-AUDIT-CONSENT     ,
      * @BAZ239-F
                      CURRENT TIMESTAMP)
           END-EXEC
      *
      * EN MODO HISTORICO SE RESPETA LA FECHA DE INICIO QUE MANDA EL
      * LLAMADOR (CONSULTA CONTRA EL HISTORICO) EN LUGAR DE TRUNCAR
      * SIEMPRE A LOS ULTIMOS TRES MESES.
      * @BAZ267-I
      * EL RENDER NOCTURNO TAMBIEN MANDA SU FECHA DE INICIO (EL DIA
      * QUE GENERA O EL QUE COTEJA).
      *    IF E009-HISTMOD-SI AND E009-FECHINI NOT EQUAL SPACES
           IF (E009-HISTMOD-SI OR NOT E009-DESCPRE-NO)
              AND E009-FECHINI NOT EQUAL SPACES
      * @BAZ267-F
              MOVE E009-FECHINI        TO VA-FECHA-CALC
           ELSE
      * @BAZ075-F
              PERFORM 30000-FIN
           END-IF.
      *
      * @BAZ266-I
      ******************************************************************
      *.PN 23050-CONSULTA-TARJETA-LINAJE.                              *
      * CONSULTA POR TARJETA SIGUIENDO SU LINAJE (E009-LINAJE): LOS    *
      * MOVIMIENTOS DEL PERIODO DE TODAS LAS TARJETAS DE LA CADENA DE  *
      * REPOSICIONES (MBDT280; LA CARGA MB9B0228) EN UNA SOLA LISTA,   *
      * CON EL ORDEN Y LA LLAVE DE PAGINACION DEL CAMINO MCDC0043      *
      * (FECHA Y NUMERO DE OPERACION DESCENDENTES). CADA RENGLON LLEVA *
      * EN S109-NUM-CARD LA TARJETA EN QUE SE HIZO.                    *
      ******************************************************************
       23050-CONSULTA-TARJETA-LINAJE.
      *
           MOVE E009-NUMTARJ(1:6)      TO VA-LIN-BIN
           MOVE E009-NUMTARJ(7:10)     TO VA-LIN-CARD
           PERFORM 23051-RESUELVE-RAIZ-LINAJE
      *
      *    EL PERIODO ES EL MISMO DE LA CONSULTA POR CUENTA.
           MOVE VA-FECHA-CALC          TO VA-LIN-FEC-INI
           IF E009-HISTMOD-SI AND E009-FECHFIN NOT EQUAL SPACES
              MOVE E009-FECHFIN        TO VA-LIN-FEC-FIN
           ELSE
              MOVE VA-FECHA-SIST       TO VA-LIN-FEC-FIN
           END-IF
      *
      *    LA LLAVE ES 'AAAA-MM-DD NNNNNNNNN' (CA-MAXLLAV EN LA PRIMERA
      *    PAGINA; LA DEL ULTIMO RENGLON ENVIADO EN LAS SIGUIENTES).
           MOVE VA-ULT-LLAVE(1:10)     TO VA-LIN-FEC-LLAVE
           IF VA-ULT-LLAVE(12:9) NUMERIC
              MOVE VA-ULT-LLAVE(12:9)  TO VN-LIN-OPE-LLAVE
           ELSE
              MOVE 999999999           TO VN-LIN-OPE-LLAVE
           END-IF
      *
           MOVE ZEROES                 TO VN-LEIDOS
           SET WSS-FIN-N1              TO TRUE
      *
           EXEC SQL
               DECLARE MCDC0043L CURSOR FOR
               SELECT CHAR(M.T043_DAT_OPERATION, ISO),
                      M.T043_NUM_DEB_OPE, M.T043_TIM_OPERATION,
                      M.T043_AMT_OPERATION, M.T043_TXT_DIG_30,
                      M.T043_COD_OPERATION, M.T043_NUM_BIN_CRD,
                      M.T043_NUM_CARD
                 FROM MCDT043 M with(nolock)
                WHERE ((M.T043_NUM_BIN_CRD = :VA-LIN-BIN-RAIZ
                    AND M.T043_NUM_CARD    = :VA-LIN-CARD-RAIZ)
                   OR EXISTS
                      (SELECT 1
                         FROM MBDT280 L with(nolock)
                        WHERE L.T280_BIN_RAIZ    = :VA-LIN-BIN-RAIZ
                          AND L.T280_CARD_RAIZ   = :VA-LIN-CARD-RAIZ
                          AND L.T280_NUM_BIN_CRD = M.T043_NUM_BIN_CRD
                          AND L.T280_NUM_CARD    = M.T043_NUM_CARD))
                  AND M.T043_DAT_OPERATION
                      BETWEEN DATE(:VA-LIN-FEC-INI)
                          AND DATE(:VA-LIN-FEC-FIN)
                  AND (M.T043_DAT_OPERATION < DATE(:VA-LIN-FEC-LLAVE)
                   OR (M.T043_DAT_OPERATION = DATE(:VA-LIN-FEC-LLAVE)
                  AND  M.T043_NUM_DEB_OPE   < :VN-LIN-OPE-LLAVE))
                ORDER BY M.T043_DAT_OPERATION DESC,
                         M.T043_NUM_DEB_OPE DESC
           END-EXEC
      *
           EXEC SQL
               OPEN MCDC0043L
           END-EXEC
           MOVE SQLCODE                TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE 'MDE0026'           TO CAA-COD-ERROR
              PERFORM 30000-FIN
           END-IF
      *
           PERFORM UNTIL WSS-FIN-S1 OR VN-CONTREG = CN-99
              EXEC SQL
                 FETCH MCDC0043L
                  INTO :VA-FECHA-OPERACION, :T043-NUM-DEB-OPE,
                       :T043-TIM-OPERATION, :T043-AMT-OPERATION,
                       :T043-TXT-DIG-30,    :T043-COD-OPERATION,
                       :VA-LIN-MOV-BIN,     :VA-LIN-MOV-CARD
              END-EXEC
              PERFORM 23052-EMITE-MOV-LINAJE
           END-PERFORM
      *
           EXEC SQL
               CLOSE MCDC0043L
           END-EXEC
           MOVE SQLCODE                TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE 'MDE0027'           TO CAA-COD-ERROR
              PERFORM 30000-FIN
           END-IF
      *
           EVALUATE TRUE
           WHEN VN-CONTREG = 0
              MOVE 'MCE0004'           TO CAA-COD-ERROR
           WHEN VN-CONTREG = CN-99
           WHEN WSS-NO-PAGINA
              MOVE 'MCA0003'           TO CAA-COD-AVISO1
           WHEN WSS-SI-PAGINA
              MOVE 'MCA0022'           TO CAA-COD-AVISO1
           END-EVALUATE
           .
      ******************************************************************
      *.PN 23051-RESUELVE-RAIZ-LINAJE.                                 *
      * RAIZ DE LA CADENA DE LA TARJETA: LA DE SU RENGLON EN MBDT280, *
      * O LA MISMA TARJETA CUANDO NUNCA FUE REPOSICION DE OTRA.       *
      ******************************************************************
       23051-RESUELVE-RAIZ-LINAJE.
      *
           EXEC SQL
              SELECT T280_BIN_RAIZ, T280_CARD_RAIZ
                INTO :VA-LIN-BIN-RAIZ, :VA-LIN-CARD-RAIZ
                FROM MBDT280 with (nolock)
               WHERE T280_NUM_BIN_CRD = :VA-LIN-BIN
                 AND T280_NUM_CARD    = :VA-LIN-CARD
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                   CONTINUE
              WHEN SQL-88-NOT-FOUND
                   MOVE VA-LIN-BIN     TO VA-LIN-BIN-RAIZ
                   MOVE VA-LIN-CARD    TO VA-LIN-CARD-RAIZ
              WHEN OTHER
                   MOVE CA-MBDT280     TO ABC-OBJECT-ERROR
                   MOVE CA-FETCH       TO ABC-REFERENCE1
                   MOVE SQLCODE        TO ABC-SQLCODE
                   PERFORM 999999-DB2-ABEND
           END-EVALUATE
           .
      ******************************************************************
      *.PN 23052-EMITE-MOV-LINAJE.                                     *
      * UN RENGLON DEL CURSOR MCDC0043L A LA SALIDA; MISMO ARMADO QUE  *
      * 23002-LEER-MCDC0043 MAS LA TARJETA DEL MOVIMIENTO.             *
      ******************************************************************
       23052-EMITE-MOV-LINAJE.
      *
           MOVE SQLCODE TO SQL-VALUES
      *
           EVALUATE TRUE
             WHEN SQL-88-OK
                ADD WSCN-1   TO VN-LEIDOS
                MOVE T043-NUM-DEB-OPE     TO VN-LIN-OPE
                MOVE SPACES               TO VA-FETCH-LLAVE
                STRING VA-FECHA-OPERACION DELIMITED BY SIZE
                       ' '                DELIMITED BY SIZE
                       VN-LIN-OPE         DELIMITED BY SIZE
                  INTO VA-FETCH-LLAVE
                END-STRING
                INITIALIZE WSV-AUXSAL
                           VA-CARGOS-REC
                PERFORM 28888-TIPO-OPER
                MOVE VA-FETCH-LLAVE       TO VA-AUX-LLAVE
                MOVE T043-NUM-DEB-OPE     TO WSV-AUX-NUMOPE
                MOVE VA-FECHA-OPERACION   TO WSV-AUX-FECHA
                MOVE T043-TIM-OPERATION   TO WSV-AUX-HORA
                MOVE T043-TXT-DIG-30      TO WSV-AUX-DESC
                MOVE CA-TA                TO VA-AUX-TCONS
                INSPECT WSV-AUX-DESC  REPLACING ALL 'CR ' BY '   '
                MOVE T043-COD-OPERATION   TO VA-COD-MOV
                MOVE VA-LIN-MOV-BIN       TO VA-S109-NUM-CARD(1:6)
                MOVE VA-LIN-MOV-CARD      TO VA-S109-NUM-CARD(7:10)
                IF VN-LEIDOS > WS-LIMITE-PAG
                   SET WSS-FIN-S1         TO TRUE
                   SET WSS-SI-PAGINA      TO TRUE
                   MOVE CA-S              TO VA-IND-PAGINA
                END-IF
                IF VN-LEIDOS NOT EQUAL WS-LIMITE-PAG
                   PERFORM 29979-APLICA-FILTROS
                   IF SW-FILTPASA-SI
                      PERFORM 29980-MOVER-SALIDA
                      PERFORM 29990-MOVER-SALIDA-2
                      PERFORM 29991-MOVER-SALIDA-3
                      PERFORM 29992-MOVER-SALIDA-4
                   END-IF
                END-IF
             WHEN SQL-88-NOT-FOUND
                SET WSS-FIN-S1            TO TRUE
             WHEN OTHER
                MOVE CA-MCDT043           TO ABC-OBJECT-ERROR
                MOVE CA-FETCH             TO ABC-REFERENCE1
                MOVE SQLCODE              TO ABC-SQLCODE
                PERFORM 999999-DB2-ABEND
           END-EVALUATE
           .
      * @BAZ266-F
      *
      ******************************************************************
      *                    23100-CONSULTA-MCDT403                      *
      ******************************************************************
                  MOVE ZEROES              TO PR-GEO-ALTITUD
               END-IF
      * DECLARE DECLARE @BAZ092-F
      * @BAZ228-I
               MOVE E009-IDCELUL           TO PR-GEO-IDCELUL
               MOVE E009-BDMID             TO PR-GEO-BDMID
      * @BAZ228-F

               EXEC CICS
                   LINK PROGRAM (CT-MB7C0110); 
      *
            EXEC SQL
              DECLARE C039ALC CURSOR FOR
      * @BAZ258-I
      *       SELECT T039_NOM_META, T039_MONTO_META, T039_SALDO
              SELECT T039_NOM_META, T039_MONTO_META, T039_SALDO,
                     T039_ID_CTA_META
      * @BAZ258-F
                FROM  MAZP.MBDT039 with(nolock)
               WHERE T039_NUM_CLIENTE = :T039-NUM-CLIENTE
                 AND T039_CTA_EJE     = :T039-CTA-EJE
            PERFORM UNTIL WSS-FIN-S039 OR S609-NUMALC = 15
               EXEC SQL
                  FETCH C039ALC
      * @BAZ258-I
      *           INTO :T039-NOM-META, :T039-MONTO-META, :T039-SALDO
                  INTO :T039-NOM-META, :T039-MONTO-META, :T039-SALDO,
                       :T039-ID-CTA-META
      * @BAZ258-F
               END-EXEC
      *
               MOVE SQLCODE              TO SQL-VALUES
                                                 (S609-NUMALC)
                        MOVE T039-SALDO      TO S609-ALC-SALDO
                                                 (S609-NUMALC)
      * @BAZ258-I
                        PERFORM 23411-GAT-ALCANCIA
      * @BAZ258-F
                   WHEN OTHER
                        SET WSS-FIN-S039  TO TRUE
               END-EVALUATE
            END-EXEC
            .
      * @BAZ079-F
      * @BAZ258-I
      ******************************************************************
      *              23411-GAT-ALCANCIA                                *
      * GAT NOMINAL Y REAL VIGENTES Y RENDIMIENTO REALIZADO DE LA      *
      * ALCANCIA EN TURNO EN EL PERIODO DE LA CONSULTA (EL MISMO       *
      * INICIO VA-FECHA-CALC; EN MODO HISTORICO EL FIN QUE MANDO EL    *
      * LLAMADOR), CALCULADOS POR MB7C0670. DE MEJOR ESFUERZO: SIN     *
      * TASA O SIN RESPUESTA LA ALCANCIA SALE SIN GAT.                 *
      ******************************************************************
       23411-GAT-ALCANCIA.
            INITIALIZE VA-MBEC0670
            MOVE 'R'                    TO PR-GAT-ACCION
            MOVE CAA-ENT-ACC            TO PR-GAT-ENT
            MOVE T039-NUM-CLIENTE       TO PR-GAT-NUM-CLIENTE
            MOVE T039-ID-CTA-META       TO PR-GAT-ID-CTA-META
            MOVE VA-FECHA-CALC          TO PR-GAT-FEC-INI
            IF E009-HISTMOD-SI AND E009-FECHFIN NOT EQUAL SPACES
               MOVE E009-FECHFIN        TO PR-GAT-FEC-FIN
            ELSE
               MOVE VA-FECHA-SIST       TO PR-GAT-FEC-FIN
            END-IF
            CALL CA-MB7C0670 USING VA-MBEC0670
            IF PR-GAT-COD-RETURN = '00'
               MOVE PR-GAT-TASA-ANUAL   TO S609-GATALC-TASA
                                           (S609-NUMALC)
               MOVE PR-GAT-NOMINAL      TO S609-GATALC-NOMINAL
                                           (S609-NUMALC)
               MOVE PR-GAT-REAL         TO S609-GATALC-REAL
                                           (S609-NUMALC)
               MOVE PR-GAT-REND-REALIZADO
                                        TO S609-GATALC-REND
                                           (S609-NUMALC)
               MOVE PR-GAT-INTERESES    TO S609-GATALC-INTERES
                                           (S609-NUMALC)
            END-IF
            .
      * @BAZ258-F
      * @BAZ105-I
      ******************************************************************
      *              23420-HISTORIAL-ALCANCIA                          *
                 AND T039H_LOG_METAS   = 'ALCANCIA'
      * @BAZ218: 'RED' SON LOS REDONDEOS DE AHORRO QUE POSTEA EL
      * NOCTURNO MB9B0163; EL CLIENTE LOS VE EN SU HISTORIAL.
      * @BAZ234: 'APN' SON LOS APARTADOS DE NOMINA DE MB9B0200.
                 AND T039H_TIPO_MOV   IN ('INT','BAR','RED','APN')
               ORDER BY T039H_FECHA DESC, T039H_HORA DESC
            END-EXEC
      *
                                              VA-S109-NUM-CARD
                                              VA-S109-RECURRENTE
           END-EVALUATE
      * @BAZ266-I
      *    CON LINAJE SE INFORMA LA TARJETA EN QUE SE HIZO EL
      *    MOVIMIENTO AUNQUE NO SEA CARGO RECURRENTE.
           IF E009-LINAJE-SI AND E109-COD-RETURN = '00'
              MOVE TB-MP9009-NUM-CARD(I-REG)  TO VA-S109-NUM-CARD
           END-IF
      * @BAZ266-F
           .
      * DECLARE DECLARE @BAZ063-FIN

           ELSE
              MOVE ZEROES              TO VA-SALDO-MOVTO
           END-IF
      * @BAZ239-I
           IF NOT VA-CNS-SALDOS-SI
              MOVE ZEROES              TO VA-SALDO-MOVTO
           END-IF
      * @BAZ239-F
           MOVE VA-SALDO-MOVTO         TO VA-ED-IMP16
           MOVE VA-ED-IMP16            TO S009-SALDOMOV
      * @BAZ129-F
      * DECLARE DECLARE @BAZ066.I
           SET SW-B925-NO               TO TRUE
      * DECLARE DECLARE @BAZ066.F
      * @BAZ267-I
      * CON DESCRIPCION PRE-GENERADA (MBDT281) NO SE ARMAN EN VIVO LAS
      * DOS LINEAS NI LA CONTRAPARTE; LA FOTO Y ESTATUS DE BGDT606 Y
      * EL SALDO METRO SIGUEN EN VIVO.
           PERFORM 29986-LEE-DESC-PRERENDER
           IF SW-PRERENDER-SI
              PERFORM 29987-PREPARA-PRERENDER
           ELSE
      * @BAZ267-F
      * -- Primera L�nea
           PERFORM 29991-CONSULTA-BLDT002
      *BAZ019-I
               MOVE VA-DESC-OPE        TO S209-CONCEPT
           END-IF
      * DECLARE DECLARE @BAZ021-FIN
      * @BAZ267-I
           END-IF
      * @BAZ267-F
           MOVE VA-COD-MOV             TO S209-IDOPER
      * DECLARE DECLARE @BAZ038 - I
           IF SW-BAZ AND SW-114 AND SW-88-PARAM-V-OK
           END-IF
      * DECLARE DECLARE @BAZ045-FIN
      * DECLARE DECLARE @BAZ056-I
      * @BAZ267-I
           IF SW-PRERENDER-SI
              PERFORM 29988-APLICA-DESC-PRERENDER
           ELSE
      * @BAZ267-F
           PERFORM CONSULTA-DESCOPER-SAPP
      * @BAZ267-I
           END-IF
      * @BAZ267-F
      * DECLARE DECLARE @BAZ056-F
      * DECLARE DECLARE @BAZ057-I
           IF WSV-AUX-DESC(01:15);  = 'Envio a celular'
              MOVE 'CARGO RECURRENTE'        TO S209-CONCEPT
           END-IF
      * DECLARE DECLARE @BAZ057-F
      * @BAZ267-I
           IF E009-DESCPRE-GENERA AND SW-PRE-ELEGIBLE-SI
              PERFORM 29989-GRABA-DESC-PRERENDER
           END-IF
           IF E009-DESCPRE-COTEJA AND SW-PRE-EXISTE-SI
              PERFORM 29989A-COTEJA-DESC-PRERENDER
           END-IF
      * @BAZ267-F
      *    PERFORM 88888-WRITE
           PERFORM 77777-WRITE
           INITIALIZE WSV-AUXSAL
           .
      * @BAZ267-I
      ******************************************************************
      *.PN 29986-LEE-DESC-PRERENDER.                                   *
      * SOLO LOS MOVIMIENTOS DE CUENTA (BGDT071) DE DIAS ANTERIORES A  *
      * LA FECHA DE TRABAJO TIENEN DESCRIPCION PRE-GENERADA; LOS DEL   *
      * DIA Y LAS TRANSFERENCIAS MBD1/MBWB (SU ARMADO TAMBIEN LLENA LA *
      * SALIDA 4) SE ARMAN SIEMPRE EN VIVO. DE MEJOR ESFUERZO: SIN     *
      * RENGLON O CON ERROR EN MBDT281 EL MOVIMIENTO SE ARMA EN VIVO.  *
      ******************************************************************
       29986-LEE-DESC-PRERENDER.
      *
           SET SW-PRERENDER-NO         TO TRUE
           SET SW-PRE-ELEGIBLE-NO      TO TRUE
           SET SW-PRE-EXISTE-NO        TO TRUE
      *
           IF (VA-AUX-TCONS = CA-CU OR VA-AUX-TCONS = CA-C7)
              AND VN-NUM-OPERATION > ZEROES
              AND VA-FECHA-OPERACION > SPACES
              AND VA-FECHA-OPERACION < VA-FECHA-SIST
              AND AUX-INTREF71(12:4) NOT = 'MBD1'
              AND AUX-INTREF71(12:4) NOT = 'MBWB'
              SET SW-PRE-ELEGIBLE-SI   TO TRUE
              MOVE E009-NUMCUEN(1:4)   TO VA-PRE-CEN-REG
              MOVE E009-NUMCUEN(5:10)  TO VA-PRE-ACC
           END-IF
      *
           IF SW-PRE-ELEGIBLE-SI AND NOT E009-DESCPRE-GENERA
              EXEC SQL
                 SELECT T281_CONCEPT, T281_DESCOPE, T281_IDOPER,
                        T281_BENEFIC, T281_COMNORM, T281_CATNORM
                   INTO :VA-PRE-CONCEPT, :VA-PRE-DESCOPE,
                        :VA-PRE-IDOPER,  :VA-PRE-BENEFIC,
                        :VA-PRE-COMNORM, :VA-PRE-CATNORM
                   FROM MBDT281 with (nolock)
                  WHERE T281_ENT           = :CAA-ENT-ACC
                    AND T281_CEN_REG       = :VA-PRE-CEN-REG
                    AND T281_ACC           = :VA-PRE-ACC
                    AND T281_NUM_OPERATION = :VN-NUM-OPERATION
                    AND T281_DAT_OPERATION = :VA-FECHA-OPERACION
              END-EXEC
      *
              MOVE SQLCODE TO SQL-VALUES
              IF SQL-88-OK
                 SET SW-PRE-EXISTE-SI  TO TRUE
                 IF E009-DESCPRE-NO
                    SET SW-PRERENDER-SI TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *.PN 29987-PREPARA-PRERENDER.                                    *
      * LO QUE EL ARMADO EN VIVO DEJA PARA EL RESTO DEL RENGLON: FOTO  *
      * Y ESTATUS (BGDT606), CODIGO EN TURNO, SALDO METRO EN VIVO Y LA *
      * CONTRAPARTE GUARDADA (SALIDA 3).                               *
      ******************************************************************
       29987-PREPARA-PRERENDER.
      *
           PERFORM CONSULTA-BGDT606
           MOVE T606-PATH              TO S209-FOTO
           MOVE VA-COD-MOV             TO WSS-COD-OPERACION
           SET SW-OPE-WALLET-NK        TO TRUE
           IF SW-WALLET AND (SW-Z25 OR SW-Z26 OR SW-Z51)
              AND E009-SALMETRO-SI
              PERFORM CONSULTA-SALDO-METRO
           END-IF
           MOVE VA-PRE-DESCOPE         TO VA-DESC-OPE
           MOVE VA-PRE-BENEFIC         TO VA-BENEFIC
           .
      ******************************************************************
      *.PN 29988-APLICA-DESC-PRERENDER.                                *
      * LAS DOS LINEAS, EL CODIGO Y EL COMERCIO/CATEGORIA NORMALIZADOS *
      * TAL COMO LOS DEJO EL ARMADO NOCTURNO.                          *
      ******************************************************************
       29988-APLICA-DESC-PRERENDER.
      *
           MOVE VA-PRE-CONCEPT         TO S209-CONCEPT
           MOVE VA-PRE-DESCOPE         TO S209-DESCOPE
           MOVE VA-PRE-IDOPER          TO S209-IDOPER
           MOVE VA-PRE-COMNORM         TO S209-COMNORM
           MOVE VA-PRE-CATNORM         TO S209-CATNORM
           .
      ******************************************************************
      *.PN 29989-GRABA-DESC-PRERENDER.                                 *
      * MODO 'G' DEL RENDER NOCTURNO: GUARDA EL RENGLON RECIEN ARMADO  *
      * EN VIVO; SI YA ESTABA (RE-CORRIDA) LO ACTUALIZA.               *
      ******************************************************************
       29989-GRABA-DESC-PRERENDER.
      *
           MOVE S209-CONCEPT           TO VA-PRE-CONCEPT
           MOVE S209-DESCOPE           TO VA-PRE-DESCOPE
           MOVE S209-IDOPER            TO VA-PRE-IDOPER
           MOVE VA-BENEFIC             TO VA-PRE-BENEFIC
           MOVE S209-COMNORM           TO VA-PRE-COMNORM
           MOVE S209-CATNORM           TO VA-PRE-CATNORM
      *
           EXEC SQL
              INSERT INTO MBDT281
                   (T281_ENT           ,
                    T281_CEN_REG       ,
                    T281_ACC           ,
                    T281_NUM_OPERATION ,
                    T281_DAT_OPERATION ,
                    T281_CONCEPT       ,
                    T281_DESCOPE       ,
                    T281_IDOPER        ,
                    T281_BENEFIC       ,
                    T281_COMNORM       ,
                    T281_CATNORM       ,
                    T281_STP_RENDER    )
              VALUES
                   (:CAA-ENT-ACC       ,
                    :VA-PRE-CEN-REG    ,
                    :VA-PRE-ACC        ,
                    :VN-NUM-OPERATION  ,
                    :VA-FECHA-OPERACION,
                    :VA-PRE-CONCEPT    ,
                    :VA-PRE-DESCOPE    ,
                    :VA-PRE-IDOPER     ,
                    :VA-PRE-BENEFIC    ,
                    :VA-PRE-COMNORM    ,
                    :VA-PRE-CATNORM    ,
                    CURRENT TIMESTAMP  )
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
           IF SQL-88-DUPLICATE-VALUES
              EXEC SQL
                 UPDATE MBDT281
                    SET T281_CONCEPT    = :VA-PRE-CONCEPT,
                        T281_DESCOPE    = :VA-PRE-DESCOPE,
                        T281_IDOPER     = :VA-PRE-IDOPER,
                        T281_BENEFIC    = :VA-PRE-BENEFIC,
                        T281_COMNORM    = :VA-PRE-COMNORM,
                        T281_CATNORM    = :VA-PRE-CATNORM,
                        T281_STP_RENDER = CURRENT TIMESTAMP
                  WHERE T281_ENT           = :CAA-ENT-ACC
                    AND T281_CEN_REG       = :VA-PRE-CEN-REG
                    AND T281_ACC           = :VA-PRE-ACC
                    AND T281_NUM_OPERATION = :VN-NUM-OPERATION
                    AND T281_DAT_OPERATION = :VA-FECHA-OPERACION
              END-EXEC
              MOVE SQLCODE TO SQL-VALUES
           END-IF
      *
           IF NOT SQL-88-OK
              MOVE CA-MBDT281          TO ABC-OBJECT-ERROR
              MOVE CA-INSERT           TO ABC-REFERENCE1
              MOVE SQLCODE             TO ABC-SQLCODE
              PERFORM 999999-DB2-ABEND
           END-IF
           .
      ******************************************************************
      *.PN 29989A-COTEJA-DESC-PRERENDER.                               *
      * MODO 'C' DEL RENDER NOCTURNO: EL RENGLON SE ARMO EN VIVO; CADA *
      * CAMPO QUE NO COINCIDA CON LO GUARDADO EN MBDT281 SE REGISTRA   *
      * EN MBDT282 PARA EL REPORTE DE DIFERENCIAS (MB9B0229).          *
      ******************************************************************
       29989A-COTEJA-DESC-PRERENDER.
      *
           IF S209-CONCEPT NOT = VA-PRE-CONCEPT
              MOVE 'CONCEPT'           TO VA-PRE-CAMPO
              MOVE VA-PRE-CONCEPT      TO VA-PRE-VAL-PRE
              MOVE S209-CONCEPT        TO VA-PRE-VAL-VIVO
              PERFORM 29989B-REGISTRA-DIFERENCIA
           END-IF
           IF S209-DESCOPE NOT = VA-PRE-DESCOPE
              MOVE 'DESCOPE'           TO VA-PRE-CAMPO
              MOVE VA-PRE-DESCOPE      TO VA-PRE-VAL-PRE
              MOVE S209-DESCOPE        TO VA-PRE-VAL-VIVO
              PERFORM 29989B-REGISTRA-DIFERENCIA
           END-IF
           IF S209-IDOPER NOT = VA-PRE-IDOPER
              MOVE 'IDOPER'            TO VA-PRE-CAMPO
              MOVE VA-PRE-IDOPER       TO VA-PRE-VAL-PRE
              MOVE S209-IDOPER         TO VA-PRE-VAL-VIVO
              PERFORM 29989B-REGISTRA-DIFERENCIA
           END-IF
           IF VA-BENEFIC NOT = VA-PRE-BENEFIC
              MOVE 'BENEFIC'           TO VA-PRE-CAMPO
              MOVE VA-PRE-BENEFIC      TO VA-PRE-VAL-PRE
              MOVE VA-BENEFIC          TO VA-PRE-VAL-VIVO
              PERFORM 29989B-REGISTRA-DIFERENCIA
           END-IF
           IF S209-COMNORM NOT = VA-PRE-COMNORM
              MOVE 'COMNORM'           TO VA-PRE-CAMPO
              MOVE VA-PRE-COMNORM      TO VA-PRE-VAL-PRE
              MOVE S209-COMNORM        TO VA-PRE-VAL-VIVO
              PERFORM 29989B-REGISTRA-DIFERENCIA
           END-IF
           IF S209-CATNORM NOT = VA-PRE-CATNORM
              MOVE 'CATNORM'           TO VA-PRE-CAMPO
              MOVE VA-PRE-CATNORM      TO VA-PRE-VAL-PRE
              MOVE S209-CATNORM        TO VA-PRE-VAL-VIVO
              PERFORM 29989B-REGISTRA-DIFERENCIA
           END-IF
           .
      ******************************************************************
      *.PN 29989B-REGISTRA-DIFERENCIA.                                 *
      * UN RENGLON POR CAMPO DISTINTO Y POR DIA DE COTEJO; UNA         *
      * RE-CORRIDA DEL MISMO DIA NO LO DUPLICA.                        *
      ******************************************************************
       29989B-REGISTRA-DIFERENCIA.
      *
           EXEC SQL
              INSERT INTO MBDT282
                   (T282_ENT           ,
                    T282_FEC_COTEJO    ,
                    T282_CEN_REG       ,
                    T282_ACC           ,
                    T282_NUM_OPERATION ,
                    T282_DAT_OPERATION ,
                    T282_CAMPO         ,
                    T282_VAL_PRE       ,
                    T282_VAL_VIVO      ,
                    T282_STP_ALTA      )
              VALUES
                   (:CAA-ENT-ACC       ,
                    CURRENT DATE       ,
                    :VA-PRE-CEN-REG    ,
                    :VA-PRE-ACC        ,
                    :VN-NUM-OPERATION  ,
                    :VA-FECHA-OPERACION,
                    :VA-PRE-CAMPO      ,
                    :VA-PRE-VAL-PRE    ,
                    :VA-PRE-VAL-VIVO   ,
                    CURRENT TIMESTAMP  )
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-DUPLICATE-VALUES
              MOVE CA-MBDT282          TO ABC-OBJECT-ERROR
              MOVE CA-INSERT           TO ABC-REFERENCE1
              MOVE SQLCODE             TO ABC-SQLCODE
              PERFORM 999999-DB2-ABEND
           END-IF
           .
      * @BAZ267-F
      *LCR-INI2
      ******************************************************************
      *              29991-MOVER-SALIDA-3
      *
                   MOVE T010-DTA-TBLKEY(1:VN-CON2); 
                                             TO VA-TCDT010-6631
      * @BAZ232-I
                   PERFORM RECUPERA-COMERCIO-NORM
      * @BAZ232-F
              WHEN SQL-88-NOT-FOUND
                   CONTINUE
              WHEN OTHER
           END-EVALUATE
           .
      * DECLARE DECLARE @BAZ065-F
      * @BAZ232-I
      ******************************************************************
      *RECUPERA-COMERCIO-NORM.                                         *
      * NOMBRE NORMALIZADO Y CATEGORIA DEL COMERCIO DEL DIRECTORIO     *
      * MBDT218 (MAPEOS ACTIVOS 'AC'; EL DESCRIPTOR CRUDO DE TCDT010   *
      * CONTRA T218_PATRON, EN ORDEN DE PRIORIDAD). SIN MAPEO SE       *
      * INFORMA EL DESCRIPTOR CRUDO; DE MEJOR ESFUERZO, UN ERROR SQL   *
      * NO DETIENE LA CONSULTA.                                        *
      ******************************************************************
       RECUPERA-COMERCIO-NORM.
      *
           MOVE CAA-ENTIDAD                  TO VA-T218-ENT
           MOVE VA-DESCSUBSI                 TO VA-T218-NOMBRE-NORM
           MOVE 'SIN MAPEO'                  TO VA-T218-CATEGORIA
      *
           EXEC SQL
              SELECT TOP 1
                     T218_NOMBRE_NORM,
                     T218_CATEGORIA
                INTO :VA-T218-NOMBRE-NORM,
                     :VA-T218-CATEGORIA
                FROM MBDT218 with (nolock)
               WHERE T218_ENT    = :VA-T218-ENT
                 AND T218_ESTADO = 'AC'
                 AND T218_PATRON <> ' '
                 AND :VA-DESCSUBSI LIKE T218_PATRON
               ORDER BY T218_PRIORIDAD
           END-EXEC
      *
           MOVE SQLCODE                      TO SQL-VALUES
      *
           IF NOT SQL-88-OK
              MOVE VA-DESCSUBSI              TO VA-T218-NOMBRE-NORM
              MOVE 'SIN MAPEO'               TO VA-T218-CATEGORIA
           END-IF
      *
           MOVE VA-T218-NOMBRE-NORM          TO S209-COMNORM
           MOVE VA-T218-CATEGORIA            TO S209-CATNORM
           .
      * @BAZ232-F

      *BAZ036-I
      ******************************************************************
      *            YA HAY ACLARACION ABIERTA; SE REGRESA SU FOLIO.
                   MOVE '20'           TO VA-CODACL-ACCION
              WHEN SQL-88-NOT-FOUND
      * @BAZ266-I
      *            CONTINUE
                   PERFORM 27121-VALIDA-ACL-LINAJE
      * @BAZ266-F
              WHEN OTHER
                   MOVE '99'           TO VA-CODACL-ACCION
           END-EVALUATE
           .
      * @BAZ266-I
      ******************************************************************
      *.PN 27121-VALIDA-ACL-LINAJE.                                    *
      * LA TARJETA REPUESTA Y SU ANTECESORA SON LA MISMA TARJETA PARA *
      * ACLARACIONES: SI EL MISMO CARGO (FECHA, IMPORTE Y COMERCIO)   *
      * YA ESTA RECLAMADO EN OTRA TARJETA DE LA MISMA CADENA (RAIZ EN *
      * MBDT280) SE REGRESA EL FOLIO ABIERTO EN LUGAR DE CREAR OTRO.  *
      ******************************************************************
       27121-VALIDA-ACL-LINAJE.
      *
           EXEC SQL
              SELECT TOP 1
                     A.T309_FOLIO
                INTO :VA-ACL-FOLIO
                FROM MCDT043 O with (nolock)
                LEFT JOIN MBDT280 LO with (nolock)
                  ON LO.T280_NUM_BIN_CRD = O.T043_NUM_BIN_CRD
                 AND LO.T280_NUM_CARD    = O.T043_NUM_CARD
                JOIN MCDT043 C with (nolock)
                  ON C.T043_DAT_OPERATION = O.T043_DAT_OPERATION
                 AND C.T043_AMT_OPERATION = O.T043_AMT_OPERATION
                 AND C.T043_TXT_DIG_30    = O.T043_TXT_DIG_30
                 AND (C.T043_NUM_BIN_CRD <> O.T043_NUM_BIN_CRD
                  OR  C.T043_NUM_CARD    <> O.T043_NUM_CARD)
                LEFT JOIN MBDT280 LC with (nolock)
                  ON LC.T280_NUM_BIN_CRD = C.T043_NUM_BIN_CRD
                 AND LC.T280_NUM_CARD    = C.T043_NUM_CARD
                JOIN MBDT309 A with (nolock)
                  ON A.T309_ENT     = C.T043_ENT_ACC
                 AND A.T309_CEN_REG = C.T043_BRN_ACC
                 AND A.T309_ACC     = C.T043_TYP_ACC CONCAT C.T043_ACC
                 AND A.T309_NUM_OPERATION = C.T043_NUM_DEB_OPE
                 AND A.T309_DAT_OPERATION = C.T043_DAT_OPERATION
               WHERE O.T043_ENT_ACC = :CAA-ENT-ACC
                 AND O.T043_BRN_ACC = :VA-CENREG-SALDO
                 AND O.T043_TYP_ACC CONCAT O.T043_ACC = :VA-ACC-SALDO
                 AND O.T043_NUM_DEB_OPE   = :VN-ACL-NUMOPE
                 AND O.T043_DAT_OPERATION = DATE(:VA-ACL-FECHA)
                 AND COALESCE(LC.T280_BIN_RAIZ, C.T043_NUM_BIN_CRD)
                   = COALESCE(LO.T280_BIN_RAIZ, O.T043_NUM_BIN_CRD)
                 AND COALESCE(LC.T280_CARD_RAIZ, C.T043_NUM_CARD)
                   = COALESCE(LO.T280_CARD_RAIZ, O.T043_NUM_CARD)
                 AND A.T309_STATUS NOT IN ('CE', 'RE')
           END-EXEC
      *
           MOVE SQLCODE TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                   MOVE '20'           TO VA-CODACL-ACCION
              WHEN SQL-88-NOT-FOUND
                   CONTINUE
              WHEN OTHER
                   MOVE '99'           TO VA-CODACL-ACCION
           END-EVALUATE
           .
      * @BAZ266-F
      ******************************************************************
      *.PN 27130-CREA-ACLARACION.                                      *
      ******************************************************************
           END-IF
           .
      * @BAZ137-F
      * @BAZ221-I
      ******************************************************************
      *.PN CONSULTA-CONTRAPARTES.                                      *
      * PIDE A MB7C0410 LAS CONTRAPARTES FRECUENTES DE LA CUENTA EN EL *
      * PERIODO CONSULTADO (EL MISMO INICIO VA-FECHA-CALC DE LA       *
      * CONSULTA; EN MODO HISTORICO EL FIN QUE MANDO EL LLAMADOR) Y   *
      * ESCRIBE LA SALIDA MBNSA009 UNA SOLA VEZ POR CONSULTA. DE      *
      * MEJOR ESFUERZO: SI LA RUTINA NO RESPONDE SE INFORMA '99' Y LA *
      * CONSULTA SIGUE (MISMO PATRON QUE CONSULTA-CEP-BANXICO).       *
      ******************************************************************
       CONSULTA-CONTRAPARTES.
      *
           INITIALIZE VA-MBEC0410
                      MBNSA009
      *
           MOVE CAA-ENT-ACC             TO PR-CPT-ENT
           MOVE E009-NUMCUEN(1:4);        TO PR-CPT-CEN-REG
           MOVE E009-NUMCUEN(5:10);       TO PR-CPT-ACC
           MOVE VA-FECHA-CALC           TO PR-CPT-FECHA-INI
           IF E009-HISTMOD-SI AND E009-FECHFIN NOT EQUAL SPACES
              MOVE E009-FECHFIN         TO PR-CPT-FECHA-FIN
           ELSE
              MOVE VA-FECHA-SIST        TO PR-CPT-FECHA-FIN
           END-IF
      *
           EXEC CICS
              LINK PROGRAM ('MB7C0410')
              COMMAREA(VA-MBEC0410)
              NOHANDLE
           END-EXEC
      *
           MOVE PR-CPT-FECHA-INI        TO SA09-FECINI
           MOVE PR-CPT-FECHA-FIN        TO SA09-FECFIN
           IF EIBRESP EQUAL DFHRESP(NORMAL); AND
              (PR-CPT-COD-RETURN = '00' OR '10');
              MOVE PR-CPT-COD-RETURN    TO SA09-CODRET
              MOVE PR-CPT-LISTAS        TO SA09-LISTAS
              PERFORM MASCARA-CTAPARTE-SALIDAA
                 VARYING VN-IX-LISTA FROM 1 BY 1
                   UNTIL VN-IX-LISTA > 4
                   AFTER VN-IX-RENG FROM 1 BY 1
                   UNTIL VN-IX-RENG > 5
           ELSE
              MOVE '99'                 TO SA09-CODRET
           END-IF
      *
           PERFORM 66673-WRITE-SALIDAA
           .
      ******************************************************************
      *   ENMASCARA CUENTAS Y TELEFONOS DE LAS CONTRAPARTES SPEI Y     *
      *   WALLET DE LA SALIDA A CON LA POLITICA DE LA SALIDA 5         *
      *   (MASCARA-CTAPARTE-SALIDA5); LOS COMERCIOS SALEN TAL CUAL.    *
      ******************************************************************
       MASCARA-CTAPARTE-SALIDAA.
      *
           IF E009-VERSIN-SI
              CONTINUE
           ELSE
              IF (SA09-TIPO(VN-IX-LISTA VN-IX-RENG) = 'SPE' OR 'WAL')
                 AND SA09-IDENT(VN-IX-LISTA VN-IX-RENG) NOT = SPACES
                 MOVE '****'
                   TO SA09-IDENT(VN-IX-LISTA VN-IX-RENG)(7:4)
              END-IF
           END-IF
           .
      ******************************************************************
      *   ESCRIBIR SALIDA A (CONTRAPARTES FRECUENTES DEL PERIODO)      *
      ******************************************************************
       66673-WRITE-SALIDAA.
      *
           MOVE LENGTH OF MBNSA009      TO VN-TSLTH2
           MOVE SPACES                  TO VA-TSCNT2
           MOVE MBNSA009                TO VA-FMTCNT2
           MOVE 'MBNSA009'              TO VA-DES-FORMAT2
           ADD +8                       TO VN-TSLTH2
           PERFORM REMPLA-HEX-W1
      *
           IF SW-CANAL-SI
              PERFORM 99998-PUT-CONTAINER
           ELSE
           EXEC CICS
                WRITEQ TS QUEUE(VA-TS2);
                FROM(VA-TSCNT2);
                LENGTH(VN-TSLTH2);
                MAIN NOHANDLE
           END-EXEC
           END-IF
      *
           INITIALIZE EIBRESP
      *
           IF EIBRESP NOT EQUAL DFHRESP(NORMAL);
              INITIALIZE QGECABC
              MOVE CA-WRITEQQUEUE       TO ABC-REFERENCIA
              PERFORM 999999-CICS-ABEND
           END-IF
           .
      * @BAZ221-F
      * @BAZ248-I
      ******************************************************************
      *.PN CONSULTA-PUNTOS.                                            *
      * PIDE A MB7C0590 EL SALDO Y UNA PAGINA DEL HISTORIAL DE PUNTOS  *
      * DE LEALTAD DE LA CUENTA (REPOSICIONADA CON E009-PTSSEQ) Y      *
      * ESCRIBE LA SALIDA MBNSB009 UNA SOLA VEZ POR CONSULTA. DE       *
      * MEJOR ESFUERZO: SI LA RUTINA NO RESPONDE SE INFORMA '99' Y LA  *
      * CONSULTA SIGUE (MISMO PATRON QUE CONSULTA-CONTRAPARTES).       *
      ******************************************************************
       CONSULTA-PUNTOS.
      *
           INITIALIZE VA-MBEC0590
                      MBNSB009
      *
           MOVE CAA-ENT-ACC             TO PR-PTS-ENT
           MOVE E009-NUMCUEN(1:4);        TO PR-PTS-CEN-REG
           MOVE E009-NUMCUEN(5:10);       TO PR-PTS-ACC
           MOVE E009-PTSSEQ             TO PR-PTS-ULT-SEQ
      *
           EXEC CICS
              LINK PROGRAM ('MB7C0590')
              COMMAREA(VA-MBEC0590)
              NOHANDLE
           END-EXEC
      *
           IF EIBRESP EQUAL DFHRESP(NORMAL); AND
              (PR-PTS-COD-RETURN = '00' OR '10');
              MOVE PR-PTS-COD-RETURN    TO SB09-CODRET
              MOVE PR-PTS-SALDO         TO SB09-SALDO
              MOVE PR-PTS-POR-VENCER    TO SB09-PORVENC
              MOVE PR-PTS-FEC-PROX-VENCE
                                        TO SB09-PROXVEN
              MOVE PR-PTS-MAS-DATOS     TO SB09-MASDAT
              MOVE PR-PTS-NUM-MOVS      TO SB09-NUMMOV
              MOVE PR-PTS-HISTORIAL     TO SB09-HISTOR
              IF PR-PTS-NUM-MOVS > ZEROES
                 MOVE PR-PTS-MOV-SEQ(PR-PTS-NUM-MOVS);
                                        TO SB09-ULTSEQ
              END-IF
           ELSE
              MOVE '99'                 TO SB09-CODRET
           END-IF
      *
           PERFORM 66674-WRITE-SALIDAB
           .
      ******************************************************************
      *   ESCRIBIR SALIDA B (PUNTOS DE LEALTAD DE LA CUENTA)           *
      ******************************************************************
       66674-WRITE-SALIDAB.
      *
           MOVE LENGTH OF MBNSB009      TO VN-TSLTH2
           MOVE SPACES                  TO VA-TSCNT2
           MOVE MBNSB009                TO VA-FMTCNT2
           MOVE 'MBNSB009'              TO VA-DES-FORMAT2
           ADD +8                       TO VN-TSLTH2
           PERFORM REMPLA-HEX-W1
      *
           IF SW-CANAL-SI
              PERFORM 99998-PUT-CONTAINER
           ELSE
           EXEC CICS
                WRITEQ TS QUEUE(VA-TS2);
                FROM(VA-TSCNT2);
                LENGTH(VN-TSLTH2);
                MAIN NOHANDLE
           END-EXEC
           END-IF
      *
           INITIALIZE EIBRESP
      *
           IF EIBRESP NOT EQUAL DFHRESP(NORMAL);
              INITIALIZE QGECABC
              MOVE CA-WRITEQQUEUE       TO ABC-REFERENCIA
              PERFORM 999999-CICS-ABEND
           END-IF
           .
      * @BAZ248-F
      ******************************************************************
       REMPLA-HEX-W1.
      *
