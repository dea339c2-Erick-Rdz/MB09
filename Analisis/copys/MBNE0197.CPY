      * MBNE0197: COPY DE ENTRADA/SALIDA PARA LA AGRUPACION SEMANAL DE *
      *           INCIDENTES QGDT888 EN PROBLEMAS, MB9B0197.           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ231   AGR  15-10-2026  ALTA DE COPY PARA LA GESTION DE     *
      *                            PROBLEMAS RECURRENTES (MB9B0197)    *
      ******************************************************************
      * MBNE0197            PARAMETROS DE LA CORRIDA.                  *
      * E197-DIAS-VENTANA    (O)  DIAS DE LA VENTANA ANALIZADA; LA     *
      *                           TENDENCIA SE MIDE CONTRA LA VENTANA  *
      *                           ANTERIOR DEL MISMO TAMANO            *
      *                           (DEFAULT 7)                          *
      * E197-UMBRAL          (O)  OCURRENCIAS EN LA VENTANA A PARTIR   *
      *                           DE LAS CUALES SE ABRE PROBLEMA       *
      *                           (DEFAULT 10)                         *
      * E197-COD-RETURN      (S)  '00' OK  '10' SIN INCIDENTES EN LA   *
      *                           VENTANA  '99' ERROR                  *
      * E197-NUM-FIRMAS      (S)  FIRMAS CON INCIDENTES EN LA VENTANA  *
      * E197-NUM-PROB-NUEVOS (S)  PROBLEMAS ABIERTOS EN LA CORRIDA     *
      * E197-NUM-PROB-ACTUAL (S)  PROBLEMAS YA ABIERTOS ACTUALIZADOS   *
      * E197-NUM-LIGADOS     (S)  AVISOS DE MBDT161 LIGADOS A PROBLEMA *
      ******************************************************************
       01 MBNE0197.
          05 E197-DIAS-VENTANA             PIC 9(03).
          05 E197-UMBRAL                   PIC 9(05).
          05 E197-COD-RETURN               PIC X(02).
             88 E197-RETURN-OK                     VALUE '00'.
             88 E197-RETURN-SIN-DATOS              VALUE '10'.
             88 E197-RETURN-ERROR                  VALUE '99'.
          05 E197-NUM-FIRMAS               PIC 9(07).
          05 E197-NUM-PROB-NUEVOS          PIC 9(07).
          05 E197-NUM-PROB-ACTUAL          PIC 9(07).
          05 E197-NUM-LIGADOS              PIC 9(07).
