      * MBEC0690:  COMMAREA MB7C0690 -- REPOSITORIO CENTRAL DE         *
      *            REPORTES BATCH Y SUSCRIPCIONES DE LOS DEPARTAMENTOS *
      *            (MBDT265 / MBDT266 / MBDT267 / MBDT268)             *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ260    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * CADA REPORTE QUE PRODUCE UN BATCH SE ARCHIVA EN EL REPOSITORIO *
      * (MB9B0220, PASO SIGUIENTE AL QUE LO GENERA) LIGADO A LA        *
      * CORRIDA DEL JOB EN MBDT154. EL CATALOGO MBDT265 DICE QUE       *
      * DEPARTAMENTO ES DUENO DE CADA REPORTE, SU CLASE DE RETENCION Y *
      * CUANDO SE ESPERA.                                              *
      * ACCIONES:                                                      *
      *   'L' LISTA DE REPORTES ARCHIVADOS DEL DIA DE PROCESO          *
      *       PR-REP-FECHA; FILTROS OPCIONALES POR JOB (PR-REP-JOBNAME)*
      *       Y POR DEPARTAMENTO DUENO (PR-REP-DEPTO). PAGINAS DE 10:  *
      *       PR-REP-ID-RUN TRAE EL ULTIMO ID DE LA PAGINA ANTERIOR    *
      *       (CEROS PARA LA PRIMERA).                                 *
      *   'R' RENGLONES DEL REPORTE PR-REP-ID-RUN, PAGINAS DE 20:      *
      *       PR-REP-NUM-LINEA TRAE EL ULTIMO RENGLON DE LA PAGINA     *
      *       ANTERIOR (CEROS PARA LA PRIMERA).                        *
      *   'S' SUSCRIBE EL CORREO PR-REP-CORREO DEL DEPARTAMENTO        *
      *       PR-REP-DEPTO AL REPORTE PR-REP-JOBNAME/PR-REP-DDNAME. EL *
      *       DEPARTAMENTO DEBE SER EL DUENO DEL REPORTE EN EL         *
      *       CATALOGO.                                                *
      *   'B' BAJA DE LA SUSCRIPCION (MISMOS DATOS).                   *
      * PR-REP-COD-RETURN: '00' OK; '05' SUSCRIPCION YA EXISTE; '10'   *
      * SIN REPORTES / SIN RENGLONES / REPORTE EXPIRADO / SUSCRIPCION  *
      * NO EXISTE; '20' EL DEPARTAMENTO NO ES DUENO DEL REPORTE O EL   *
      * REPORTE NO ESTA CATALOGADO; '99' ERROR.                        *
      ******************************************************************
        02 PR-PARAM-REPORTES.
          05 PR-REP-ACCION                PIC X(01).
             88 PR-REP-LISTA                      VALUE 'L'.
             88 PR-REP-RECUPERA                   VALUE 'R'.
             88 PR-REP-SUSCRIBE                   VALUE 'S'.
             88 PR-REP-BAJA                       VALUE 'B'.
          05 PR-REP-FECHA                 PIC X(10).
          05 PR-REP-JOBNAME               PIC X(08).
          05 PR-REP-DDNAME                PIC X(08).
          05 PR-REP-DEPTO                 PIC X(04).
          05 PR-REP-CORREO                PIC X(60).
          05 PR-REP-USUARIO               PIC X(08).
          05 PR-REP-ID-RUN                PIC 9(09).
          05 PR-REP-NUM-LINEA             PIC 9(07).
          05 PR-REP-COD-RETURN            PIC X(02).
          05 PR-REP-DES-ERROR             PIC X(40).
          05 PR-REP-NUM-REPORTES          PIC 9(02).
          05 PR-REP-REPORTES OCCURS 10 TIMES.
             10 PR-REP-LIS-ID-RUN         PIC 9(09).
             10 PR-REP-LIS-JOBNAME        PIC X(08).
             10 PR-REP-LIS-DDNAME         PIC X(08).
             10 PR-REP-LIS-DESCRIPCION    PIC X(40).
             10 PR-REP-LIS-DEPTO          PIC X(04).
             10 PR-REP-LIS-DAT-PROCESO    PIC X(10).
             10 PR-REP-LIS-STP-CORRIDA    PIC X(26).
             10 PR-REP-LIS-NUM-LINEAS     PIC 9(07).
             10 PR-REP-LIS-CLASE-RET      PIC X(01).
             10 PR-REP-LIS-FEC-EXPIRA     PIC X(10).
             10 PR-REP-LIS-ESTADO         PIC X(01).
                88 PR-REP-LIS-DISPONIBLE          VALUE 'D'.
                88 PR-REP-LIS-EXPIRADO            VALUE 'E'.
          05 PR-REP-NUM-RENGLONES         PIC 9(02).
          05 PR-REP-RENGLONES OCCURS 20 TIMES.
             10 PR-REP-REN-NUM-LINEA      PIC 9(07).
             10 PR-REP-REN-TEXTO          PIC X(132).
