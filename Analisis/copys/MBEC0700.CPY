      * MBEC0700:  COMMAREA MB7C0700 -- BANDEJA UNIFICADA DE           *
      *            EXCEPCIONES DE CONCILIACION (MBDT274 / MBDT275)     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ263    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * CADA CONCILIACION DEJA SUS PARTIDAS ABIERTAS EN LA BANDEJA     *
      * CON LA MISMA FORMA: FUENTE, CUENTA, IMPORTE, FECHA Y           *
      * ANTIGUEDAD. FUENTES:                                           *
      *   WAL  WALLET CONTRA SOBRES/ALCANCIA (MBDT156; MB9B0225)       *
      *   COR  DISPUTAS DE CORRESPONSAL      (MBDT158; MB9B0225)       *
      *   CON  MOVIMIENTOS CONTRA CONTABILIDAD (MBDT162; MB9B0225)     *
      *   MET  RECARGAS METRO                (MB9B0143)                *
      *   SPE  SPEI CONTRA BANXICO           (MB9B0176)                *
      * ACCIONES:                                                      *
      *   'X' ALTA DE LA PARTIDA POR LA CONCILIACION (FUENTE + LLAVE   *
      *       DE LA PARTIDA EN SU CONCILIACION). SI YA EXISTE REGRESA  *
      *       SU ID CON '05' (LA RE-CORRIDA NO LA DUPLICA NI REABRE).  *
      *   'L' LISTA LAS ABIERTAS ('AB'/'AS'), 10 POR PAGINA, DESDE EL  *
      *       ID SIGUIENTE A PR-EXC-REP-ID (CEROS EN LA PRIMERA        *
      *       PAGINA); FILTROS OPCIONALES POR FUENTE Y POR ANALISTA;   *
      *       PR-EXC-MAS-DATOS = 'S' CUANDO HAY OTRA PAGINA.           *
      *   'C' CONSULTA LA PARTIDA PR-EXC-ID (EN PR-EXC-PARTIDA(1)) Y   *
      *       SUS ULTIMAS 10 NOTAS.                                    *
      *   'A' ASIGNA LA PARTIDA AL ANALISTA PR-EXC-ANALISTA.           *
      *   'N' AGREGA LA NOTA PR-EXC-NOTA A LA PARTIDA.                 *
      *   'R' RESUELVE LA PARTIDA CON PR-EXC-COD-RESOLUCION:           *
      *       TI DIFERENCIA DE TIEMPO (SE CUADRA SOLA); CP CORRECCION  *
      *       POSTEADA; CM CASTIGO AL REGISTRO DE PERDIDAS (ALTA DEL   *
      *       EVENTO EN MB7C0680; SU FOLIO QUEDA EN LA PARTIDA); SA    *
      *       SIN ACCION. LA NOTA, SI VIENE, QUEDA EN LA PARTIDA.      *
      * PR-EXC-USUARIO ES OBLIGATORIO EN 'A', 'N' Y 'R'.               *
      * PR-EXC-COD-RETURN: '00' OK; '05' PARTIDA YA REGISTRADA; '10'   *
      * SIN PARTIDAS O PARTIDA NO EXISTE O YA RESUELTA; '20' DATOS DE  *
      * ENTRADA INVALIDOS; '99' ERROR.                                 *
      ******************************************************************
        02 PR-PARAM-EXCEPCIONES.
          05 PR-EXC-ACCION                PIC X(01).
             88 PR-EXC-ALTA                       VALUE 'X'.
             88 PR-EXC-LISTA                      VALUE 'L'.
             88 PR-EXC-CONSULTA                   VALUE 'C'.
             88 PR-EXC-ASIGNA                     VALUE 'A'.
             88 PR-EXC-NOTA-ALTA                  VALUE 'N'.
             88 PR-EXC-RESUELVE                   VALUE 'R'.
          05 PR-EXC-ENT                   PIC X(04).
          05 PR-EXC-USUARIO               PIC X(08).
          05 PR-EXC-ID                    PIC 9(09).
      *   DATOS DE LA PARTIDA EN EL ALTA ('X').
          05 PR-EXC-FUENTE                PIC X(03).
          05 PR-EXC-LLAVE                 PIC X(40).
          05 PR-EXC-CEN-REG               PIC X(04).
          05 PR-EXC-ACC                   PIC X(20).
          05 PR-EXC-IMPORTE               PIC S9(13)V9(02).
          05 PR-EXC-FECHA                 PIC X(10).
          05 PR-EXC-DESCRIPCION           PIC X(60).
          05 PR-EXC-PROGRAMA              PIC X(08).
      *   FILTROS Y REPOSICION DE LA LISTA ('L').
          05 PR-EXC-FIL-FUENTE            PIC X(03).
          05 PR-EXC-FIL-ANALISTA          PIC X(08).
          05 PR-EXC-REP-ID                PIC 9(09).
      *   TRABAJO DE LA PARTIDA ('A', 'N', 'R').
          05 PR-EXC-ANALISTA              PIC X(08).
          05 PR-EXC-NOTA                  PIC X(200).
          05 PR-EXC-COD-RESOLUCION        PIC X(02).
             88 PR-EXC-RES-TIEMPO                 VALUE 'TI'.
             88 PR-EXC-RES-CORRECCION             VALUE 'CP'.
             88 PR-EXC-RES-CASTIGO                VALUE 'CM'.
             88 PR-EXC-RES-SIN-ACCION             VALUE 'SA'.
             88 PR-EXC-RES-VALIDA                 VALUE 'TI' 'CP'
                                                        'CM' 'SA'.
      *   SALIDA.
          05 PR-EXC-COD-RETURN            PIC X(02).
          05 PR-EXC-DES-ERROR             PIC X(40).
          05 PR-EXC-MAS-DATOS             PIC X(01).
          05 PR-EXC-NUM-PARTIDAS          PIC 9(02).
          05 PR-EXC-PARTIDA               OCCURS 10 TIMES.
             10 PR-EXC-PAR-ID             PIC 9(09).
             10 PR-EXC-PAR-FUENTE         PIC X(03).
             10 PR-EXC-PAR-CEN-REG        PIC X(04).
             10 PR-EXC-PAR-ACC            PIC X(20).
             10 PR-EXC-PAR-IMPORTE        PIC S9(13)V9(02).
             10 PR-EXC-PAR-FECHA          PIC X(10).
             10 PR-EXC-PAR-DIAS-ANTIG     PIC 9(05).
             10 PR-EXC-PAR-ESTADO         PIC X(02).
                88 PR-EXC-PAR-ABIERTA             VALUE 'AB'.
                88 PR-EXC-PAR-ASIGNADA            VALUE 'AS'.
                88 PR-EXC-PAR-RESUELTA            VALUE 'RE'.
             10 PR-EXC-PAR-ANALISTA       PIC X(08).
             10 PR-EXC-PAR-DESCRIPCION    PIC X(60).
             10 PR-EXC-PAR-NUM-NOTAS      PIC 9(03).
             10 PR-EXC-PAR-COD-RESOLUCION PIC X(02).
             10 PR-EXC-PAR-FOLIO-PERDIDA  PIC 9(09).
          05 PR-EXC-NUM-NOTAS             PIC 9(02).
          05 PR-EXC-NOTAS                 OCCURS 10 TIMES.
             10 PR-EXC-NOT-NUM            PIC 9(05).
             10 PR-EXC-NOT-USUARIO        PIC X(08).
             10 PR-EXC-NOT-STP            PIC X(26).
             10 PR-EXC-NOT-TEXTO          PIC X(200).
