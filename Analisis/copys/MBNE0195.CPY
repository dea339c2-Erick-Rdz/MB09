      * MBNE0195: COPY DE ENTRADA/SALIDA PARA EL REPORTE DE INGRESO    *
      *           POR DIFERENCIAL CAMBIARIO (SPREAD), MB9B0195.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ229   AGR  15-10-2026  ALTA DE COPY PARA EL REPORTE DE     *
      *                            SPREAD CAMBIARIO (MB9B0195)         *
      ******************************************************************
      * MBNE0195            PARAMETROS DEL REPORTE.                    *
      * E195-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E195-FECHA           (R)  FECHA DE PROCESO (AAAA-MM-DD)        *
      * E195-PERIODO         (R)  'D' DIARIO: CALCULA EL SPREAD DE LOS *
      *                           MOVIMIENTOS CONVERTIDOS DEL DIA, LO  *
      *                           GUARDA EN MBDT216 Y REPORTA EL DIA;  *
      *                           'M' MENSUAL: REPORTA EL MES DE LA    *
      *                           FECHA CON LO YA GUARDADO POR LAS     *
      *                           CORRIDAS DIARIAS                     *
      * E195-COD-RETURN      (S)  '00' OK  '10' SIN MOVIMIENTOS        *
      *                           CONVERTIDOS EN EL PERIODO  '99'      *
      *                           ERROR                                *
      * E195-NUM-MOVTOS      (S)  MOVIMIENTOS CONVERTIDOS DEL PERIODO  *
      * E195-NUM-PERDIDAS    (S)  DE ELLOS, EXCEPCIONES DE PERDIDA (EL *
      *                           TIPO APLICADO FUE PEOR PARA EL BANCO *
      *                           QUE EL FIX)                          *
      * E195-NUM-SIN-FIX     (S)  MOVIMIENTOS DEL DIA OMITIDOS POR NO  *
      *                           HABER FIX EN TCDT081 (SOLO 'D')      *
      * E195-IMP-INGRESO     (S)  INGRESO NETO POR SPREAD EN PESOS     *
      ******************************************************************
       01 MBNE0195.
          05 E195-ENT-ORIGIN               PIC X(04).
          05 E195-FECHA                    PIC X(10).
          05 E195-PERIODO                  PIC X(01).
             88 E195-PERIODO-DIARIO                VALUE 'D'.
             88 E195-PERIODO-MENSUAL               VALUE 'M'.
          05 E195-COD-RETURN               PIC X(02).
             88 E195-RETURN-OK                     VALUE '00'.
             88 E195-RETURN-SIN-DATOS              VALUE '10'.
             88 E195-RETURN-ERROR                  VALUE '99'.
          05 E195-NUM-MOVTOS               PIC 9(07).
          05 E195-NUM-PERDIDAS             PIC 9(07).
          05 E195-NUM-SIN-FIX              PIC 9(07).
          05 E195-IMP-INGRESO              PIC S9(15)V9(02).
