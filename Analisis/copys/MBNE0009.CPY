      *                            SERVIDOR (IMPORTE DESC O AGRUPADO  *
      *                            POR COMERCIO) CON PAGINACION       *
      *                            ESTABLE; VERSION DE INTERFAZ 12    *
      * @BAZ221   AGR  15-10-2026  SE AGREGA BANDERA PARA SOLICITAR   *
      *                            LAS CONTRAPARTES FRECUENTES DEL    *
      *                            PERIODO (SALIDA MBNSA009);         *
      *                            VERSION DE INTERFAZ 13             *
      * @BAZ239   AGR  15-10-2026  SE AGREGA ID DE CONSENTIMIENTO DE  *
      *                            FINANZAS ABIERTAS (LECTURA DE UN   *
      *                            TERCERO AUTORIZADO, MBDT226);      *
      *                            VERSION DE INTERFAZ 14             *
      * @BAZ241   AGR  15-10-2026  SE AGREGA BANDERA DE CONSULTA      *
      *                            CANARIO DEL MONITOR SINTETICO      *
      *                            (MB7C0520; CUENTAS DE PRUEBA DE    *
      *                            MBDT229); VERSION DE INTERFAZ 15   *
      * @BAZ248   AGR  15-10-2026  SE AGREGA BANDERA PARA SOLICITAR   *
      *                            SALDO E HISTORIAL DE PUNTOS DE     *
      *                            LEALTAD (SALIDA MBNSB009) Y SU     *
      *                            REPOSICIONAMIENTO; VERSION DE      *
      *                            INTERFAZ 16                        *
      * @BAZ266   AGR  15-10-2026  SE AGREGA BANDERA PARA SEGUIR EL    *
      *                            LINAJE DE LA TARJETA (REPOSICIONES  *
      *                            DE MBDT280) EN LA CONSULTA POR      *
      *                            TARJETA; VERSION DE INTERFAZ 17     *
      * @BAZ267   AGR  15-10-2026  SE AGREGA MODO DEL RENDER NOCTURNO  *
      *                            DE DESCRIPCIONES (MB7C0720; TABLA   *
      *                            MBDT281); VERSION DE INTERFAZ 18    *
      ******************************************************************
      * MBNE0009       NOMBRE DEL COPY DE ENTRADA PARA LA TRX MB09.    *
      * FILLER         ESPACIO RESERVADO PARA DATOS DE LA ARQUITECTURA.*
      *    (@BAZ130); '06' = +INCANUL (@BAZ131); '07' = +SOLCEP
      *    (@BAZ137); '08' = +ACCACL (@BAZ160); '09' = +IDEMKEY
      *    (@BAZ163); '10' = +ACUMS8 (@BAZ141); '11' = +BUSTEXTO
      *    (@BAZ196); '12' = +ORDEN (@BAZ202); '13' = +TOPCPTY
      *    (@BAZ221); '14' = +IDCONSEN (@BAZ239); '15' = +SONDA
      *    (@BAZ241); '16' = +PUNTOS/PTSSEQ (@BAZ248); '17' = +LINAJE
      *    (@BAZ266); '18' = +DESCPRE (@BAZ267). ESPACIOS/CERO =
      *    VERSION ACTUAL. ASI CADA CANAL MIGRA A SU PROPIO RITMO SIN
      *    DEPLOYS COORDINADOS. AL AGREGAR UNA VERSION: CAMPO NUEVO AL
      *    FINAL; SU DEFAULT EN 21000 Y SU LARGO EN EL CALCULO DE LA
      *    SOMBRA.
          05 E009-FILLER.
             10 FILLER                     PIC X(10).
             10 E009-VERINT                PIC X(02).
      *    EL CAMINO DEGRADADO (CLASICO) IGNORA EL ORDEN Y REGRESA
      *    ORDEN DE LLAVE. REQUIERE E009-VERINT 12.
      * @BAZ202-F
      * @BAZ221-I
          05 E009-TOPCPTY-L                 PIC S9(4) COMP.
          05 E009-TOPCPTY-A                 PIC X(01).
          05 E009-TOPCPTY                   PIC X(01).
             88 E009-TOPCPTY-SI                   VALUE 'S'.
             88 E009-TOPCPTY-NO                   VALUE 'N' SPACES.
      *    'S' SOLICITA LA SALIDA MBNSA009: LAS CONTRAPARTES CON LAS
      *    QUE LA CUENTA MAS OPERO EN EL PERIODO FECHINI-FECHFIN
      *    (A QUIEN MAS LE PAGO / QUIEN MAS LE PAGO), POR IMPORTE Y
      *    POR NUMERO DE MOVIMIENTOS, SEPARADAS EN ENTRADAS Y
      *    SALIDAS. SE CALCULA SOBRE TODO EL PERIODO (NO SOBRE LA
      *    PAGINA); EL CANAL LA PIDE UNA VEZ, NORMALMENTE EN LA
      *    PRIMERA PAGINA. SOLO CONSULTA POR CUENTA. REQUIERE
      *    E009-VERINT 13.
      * @BAZ221-F
      * @BAZ239-I
          05 E009-IDCONSEN-L                PIC S9(4) COMP.
          05 E009-IDCONSEN-A                PIC X(01).
          05 E009-IDCONSEN                  PIC 9(09).
      *    LECTURA DE UN TERCERO DE FINANZAS ABIERTAS (AGREGADOR
      *    REGISTRADO EN MBDT227; CAA-USERID = SU CLAVE): ID DEL
      *    CONSENTIMIENTO QUE EL CLIENTE (E009-BDMID) LE OTORGO
      *    (MBDT226, MB7C0500). SE VALIDA VIGENTE Y CON ALCANCE DE
      *    MOVIMIENTOS; SIN ALCANCE DE SALDOS NO SE REGRESAN SALDOS;
      *    SIN ALCANCE DE ESTADOS DE CUENTA NO HAY MODO HISTORICO.
      *    SIEMPRE CON ENMASCARADO ESTANDAR Y SIN ACCIONES. CADA
      *    LECTURA QUEDA EN MBDT144 CON EL ID. CEROS = CONSULTA
      *    NORMAL DEL CLIENTE. REQUIERE E009-VERINT 14.
      * @BAZ239-F
      * @BAZ241-I
          05 E009-SONDA-L                   PIC S9(4) COMP.
          05 E009-SONDA-A                   PIC X(01).
          05 E009-SONDA                     PIC X(01).
             88 E009-SONDA-CLASICO                VALUE 'C'.
             88 E009-SONDA-JSON                   VALUE 'J'.
             88 E009-SONDA-NO                     VALUE SPACES.
      *    CONSULTA CANARIO DEL MONITOR SINTETICO (MB7C0520) SOBRE
      *    UNA CUENTA DE PRUEBA CATALOGADA EN MBDT229: 'C' FUERZA EL
      *    CAMINO CLASICO (MB09_MB2CF119_v2) Y 'J' EL CAMINO JSON
      *    (MB09_MB2CF119_v5). SOLO SE HONRA SI LA LLAVE ENVIADA
      *    (BDMID; TARJETA; CUENTA) ES UN CANARIO ACTIVO DE LA
      *    ENTIDAD; ENTONCES LA CONSULTA NO ENTRA A LA BITACORA
      *    MBDT144, AL TOPE DE TASA NI A LAS LATENCIAS DE MBDT145.
      *    CON OTRA LLAVE SE IGNORA Y LA CONSULTA SE AUDITA COMO
      *    CUALQUIERA. ESPACIOS = CONSULTA NORMAL. REQUIERE
      *    E009-VERINT 15.
      * @BAZ241-F
      * @BAZ248-I
          05 E009-PUNTOS-L                  PIC S9(4) COMP.
          05 E009-PUNTOS-A                  PIC X(01).
          05 E009-PUNTOS                    PIC X(01).
             88 E009-PUNTOS-SI                    VALUE 'S'.
             88 E009-PUNTOS-NO                    VALUE 'N' SPACES.
      *    'S' SOLICITA LA SALIDA MBNSB009: SALDO DE PUNTOS DE
      *    LEALTAD DE LA CUENTA, LO QUE VENCE EN LOS SIGUIENTES 30
      *    DIAS Y UNA PAGINA DE 10 RENGLONES DEL HISTORIAL DE
      *    PUNTOS (ACUMULACIONES POR COMPRA CON TARJETA; REVERSOS Y
      *    VENCIMIENTOS; LIBRO MBDT243 DE MB9B0210) VIA MB7C0590.
      *    SOLO CONSULTA POR CUENTA DEL PROPIO CLIENTE (NO EN
      *    LECTURAS DE TERCEROS). REQUIERE E009-VERINT 16.
          05 E009-PTSSEQ-L                  PIC S9(4) COMP.
          05 E009-PTSSEQ-A                  PIC X(01).
          05 E009-PTSSEQ                    PIC 9(09).
      *    PAGINACION DEL HISTORIAL DE PUNTOS: CEROS EN LA PRIMERA
      *    PAGINA; EN LAS SIGUIENTES EL SB09-ULTSEQ QUE SE RECIBIO.
      *    REQUIERE E009-VERINT 16.
      * @BAZ248-F
      * @BAZ266-I
          05 E009-LINAJE-L                  PIC S9(4) COMP.
          05 E009-LINAJE-A                  PIC X(01).
          05 E009-LINAJE                    PIC X(01).
             88 E009-LINAJE-SI                    VALUE 'S'.
             88 E009-LINAJE-NO                    VALUE 'N' SPACES.
      *    'S' EN LA CONSULTA POR TARJETA (E009-NUMTARJ) SIGUE LA
      *    CADENA DE REPOSICIONES DE LA TARJETA (ROBO O EXTRAVIO;
      *    VENCIMIENTO; TOKEN COMPROMETIDO; LIGAS DE MBDT280 QUE CARGA
      *    MB9B0228): REGRESA LOS MOVIMIENTOS DEL PERIODO DE TODAS LAS
      *    TARJETAS DE LA CADENA, ANTECESORAS Y SUCESORAS, CADA UNO
      *    CON LA TARJETA EN QUE SE HIZO (S109-NUM-CARD). EN LA
      *    CONSULTA POR CUENTA INFORMA TAMBIEN LA TARJETA DE CADA
      *    MOVIMIENTO DE TARJETA. ESPACIOS = SOLO LA TARJETA ENVIADA.
      *    REQUIERE E009-VERINT 17.
      * @BAZ266-F
      * @BAZ267-I
          05 E009-DESCPRE-L                 PIC S9(4) COMP.
          05 E009-DESCPRE-A                 PIC X(01).
          05 E009-DESCPRE                   PIC X(01).
             88 E009-DESCPRE-GENERA               VALUE 'G'.
             88 E009-DESCPRE-COTEJA               VALUE 'C'.
             88 E009-DESCPRE-NO                   VALUE SPACES.
      *    USO EXCLUSIVO DEL RENDER NOCTURNO DE DESCRIPCIONES
      *    (MB7C0720 CON SU USUARIO MB09DPRE; CON OTRO USUARIO SE
      *    IGNORA). 'G' ARMA EN VIVO Y GUARDA EN MBDT281 LA
      *    DESCRIPCION, CONTRAPARTE Y CATEGORIA DE CADA MOVIMIENTO
      *    DE CUENTA ANTERIOR A LA FECHA DE TRABAJO; 'C' ARMA EN VIVO
      *    Y COTEJA CONTRA LO GUARDADO (DIFERENCIAS A MBDT282). EN
      *    AMBOS EL PERIODO EMPIEZA EN E009-FECHINI Y LA CONSULTA NO
      *    ENTRA A LA BITACORA, AL TOPE DE TASA NI A MBDT145.
      *    ESPACIOS = CONSULTA NORMAL: LEE LO PRE-GENERADO Y SOLO ARMA
      *    EN VIVO LOS MOVIMIENTOS DEL DIA O LOS QUE NO ESTEN EN
      *    MBDT281. REQUIERE E009-VERINT 18.
      * @BAZ267-F
