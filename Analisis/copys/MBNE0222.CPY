      * MBNE0222: COPY DE ENTRADA/SALIDA PARA LA CARGA DE LA           *
      *           REFERENCIA GEOGRAFICA (MARCO GEOESTADISTICO INEGI) Y *
      *           DE LAS ZONAS DE ALTO RIESGO DEL REGULADOR, MB9B0222. *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ261   AGR  15-10-2026  ALTA DE COPY PARA LA CARGA DE LA    *
      *                            REFERENCIA GEOGRAFICA (MB9B0222)    *
      ******************************************************************
      * MBNE0222            PARAMETROS DE LA CARGA.                    *
      * E222-TIPO-CARGA      (R)  'G' MARCO GEOESTADISTICO: MUNICIPIOS *
      *                               ('M') Y CELDAS ('C'); REEMPLAZA  *
      *                               TODAS LAS CELDAS                 *
      *                           'Z' LISTA VIGENTE DE ZONAS DE ALTO   *
      *                               RIESGO ('Z'); REEMPLAZA LA LISTA *
      *                               ANTERIOR                         *
      * E222-VERSION         (R)  VERSION DEL MARCO GEOESTADISTICO     *
      *                           (CARGA 'G') U OFICIO DE LA LISTA     *
      *                           (CARGA 'Z')                          *
      * E222-COD-RETURN      (S)  '00' OK  '10' ARCHIVO VACIO          *
      *                           '99' ERROR SQL/ARCHIVO/PARAMETROS    *
      * E222-NUM-LEIDOS      (S)  REGISTROS LEIDOS                     *
      * E222-NUM-MUNICIPIOS  (S)  MUNICIPIOS DADOS DE ALTA/ACTUALIZADOS*
      *                           O DESIGNADOS ZONA DE ALTO RIESGO     *
      * E222-NUM-CELDAS      (S)  CELDAS CARGADAS                      *
      * E222-NUM-RECHAZADOS  (S)  REGISTROS RECHAZADOS (VAN AL REPORTE)*
      ******************************************************************
       01 MBNE0222.
          05 E222-TIPO-CARGA               PIC X(01).
             88 E222-CARGA-GEOGRAFIA               VALUE 'G'.
             88 E222-CARGA-ZONAS                   VALUE 'Z'.
          05 E222-VERSION                  PIC X(20).
          05 E222-COD-RETURN               PIC X(02).
             88 E222-RETURN-OK                     VALUE '00'.
             88 E222-RETURN-SIN-DATOS              VALUE '10'.
             88 E222-RETURN-ERROR                  VALUE '99'.
          05 E222-NUM-LEIDOS               PIC 9(09).
          05 E222-NUM-MUNICIPIOS           PIC 9(07).
          05 E222-NUM-CELDAS               PIC 9(09).
          05 E222-NUM-RECHAZADOS           PIC 9(07).
