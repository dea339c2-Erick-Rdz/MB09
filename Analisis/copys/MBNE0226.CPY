      * MBNE0226: COPY DE ENTRADA/SALIDA PARA EL REPORTE DIARIO DE     *
      *           COTIZACIONES EN FIRME DE TIPO DE CAMBIO, MB9B0226.   *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ264   AGR  15-10-2026  ALTA DE COPY PARA EL REPORTE DE     *
      *                            COTIZACIONES EN FIRME (MB9B0226)    *
      ******************************************************************
      * MBNE0226            PARAMETROS DEL PROCESO.                    *
      * E226-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E226-FECHA-PROCESO   (R)  DIA A REPORTAR (YYYY-MM-DD)          *
      * E226-COD-RETURN      (S)  '00' OK  '10' SIN COTIZACIONES       *
      *                           '99' ERROR SQL/ARCHIVO               *
      * E226-NUM-COTIZADAS   (S)  COTIZACIONES EMITIDAS EN EL DIA      *
      * E226-NUM-USADAS      (S)  COTIZACIONES HONRADAS EN EL DIA      *
      * E226-NUM-VENCIDAS    (S)  COTIZACIONES DEL DIA QUE VENCIERON   *
      *                           SIN USARSE                           *
      * E226-NUM-SIN-TIPO    (S)  HONRADAS SIN TIPO VIGENTE AL         *
      *                           EJECUTAR (NO ENTRAN AL EFECTO)       *
      * E226-EFECTO          (S)  EFECTO EN PESOS PARA EL BANCO DE     *
      *                           HONRAR EL TIPO COTIZADO CONTRA EL    *
      *                           VIGENTE (NEGATIVO ES COSTO)          *
      ******************************************************************
       01 MBNE0226.
          05 E226-ENT-ORIGIN               PIC X(04).
          05 E226-FECHA-PROCESO            PIC X(10).
          05 E226-COD-RETURN               PIC X(02).
             88 E226-RETURN-OK                     VALUE '00'.
             88 E226-RETURN-SIN-DATOS              VALUE '10'.
             88 E226-RETURN-ERROR                  VALUE '99'.
          05 E226-NUM-COTIZADAS            PIC 9(07).
          05 E226-NUM-USADAS               PIC 9(07).
          05 E226-NUM-VENCIDAS             PIC 9(07).
          05 E226-NUM-SIN-TIPO             PIC 9(07).
          05 E226-EFECTO                   PIC S9(13)V9(02).
