      * MBNE0200: COPY DE ENTRADA/SALIDA PARA EL POSTEO NOCTURNO DE    *
      *           APARTADOS DE NOMINA A SOBRES/ALCANCIA, MB9B0200.     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ234   AGR  15-10-2026  ALTA DE COPY PARA EL APARTADO DE    *
      *                            NOMINA (MB9B0200)                   *
      ******************************************************************
      * MBNE0200            PARAMETROS DEL POSTEO.                     *
      * E200-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E200-FECHA-PROCESO   (R)  DIA DE ABONOS DE NOMINA (907)        *
      * E200-COD-RETURN      (S)  '00' OK  '10' SIN ABONOS DE NOMINA   *
      *                           CON REGLA  '99' ERROR SQL/ARCHIVO    *
      * E200-NUM-ABONOS      (S)  ABONOS 907 DEL DIA EN CUENTAS CON    *
      *                           REGLA ACTIVA                         *
      * E200-NUM-APARTADOS   (S)  APARTADOS POSTEADOS                  *
      * E200-NUM-DUPLICADOS  (S)  ABONOS YA APARTADOS (RE-CORRIDA O    *
      *                           RE-DISPERSION DEL MISMO FOLIO DE     *
      *                           NOMINA; NO SE APARTAN DOS VECES)     *
      * E200-NUM-SIN-META    (S)  REGLAS CUYO SOBRE/ALCANCIA YA NO     *
      *                           ESTA VIGENTE (SE REPORTAN)           *
      * E200-IMP-APARTADO    (S)  TOTAL ABONADO A SOBRES/ALCANCIAS     *
      ******************************************************************
       01 MBNE0200.
          05 E200-ENT-ORIGIN               PIC X(04).
          05 E200-FECHA-PROCESO            PIC X(10).
          05 E200-COD-RETURN               PIC X(02).
             88 E200-RETURN-OK                     VALUE '00'.
             88 E200-RETURN-SIN-DATOS              VALUE '10'.
             88 E200-RETURN-ERROR                  VALUE '99'.
          05 E200-NUM-ABONOS               PIC 9(07).
          05 E200-NUM-APARTADOS            PIC 9(07).
          05 E200-NUM-DUPLICADOS           PIC 9(07).
          05 E200-NUM-SIN-META             PIC 9(07).
          05 E200-IMP-APARTADO             PIC 9(13)V9(02).
