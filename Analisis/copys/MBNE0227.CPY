      * MBNE0227: COPY DE ENTRADA/SALIDA PARA LAS BONIFICACIONES       *
      *           MENSUALES DE COMISIONES, MB9B0227.                   *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ265   AGR  15-10-2026  ALTA DE COPY PARA LAS BONIFICACIO-  *
      *                            NES DE COMISIONES (MB9B0227)        *
      ******************************************************************
      * MBNE0227            PARAMETROS DEL POSTEO.                     *
      * E227-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E227-MES-PROCESO     (R)  MES CERRADO A EVALUAR (YYYY-MM); EL  *
      *                           ABONO SE POSTEA CON FECHA DEL ULTIMO *
      *                           DIA DEL MES                          *
      * E227-COD-RETURN      (S)  '00' OK  '10' SIN BONIFICACIONES     *
      *                           '99' ERROR                           *
      * E227-NUM-REGLAS      (S)  REGLAS VIGENTES EVALUADAS            *
      * E227-NUM-CARGOS      (S)  CARGOS DE COMISION EVALUADOS         *
      * E227-NUM-BONIFICADOS (S)  CARGOS BONIFICADOS EN ESTA CORRIDA   *
      * E227-IMP-BONIFICADO  (S)  IMPORTE ABONADO (COMISION MAS IVA)   *
      ******************************************************************
       01 MBNE0227.
          05 E227-ENT-ORIGIN               PIC X(04).
          05 E227-MES-PROCESO              PIC X(07).
          05 E227-COD-RETURN               PIC X(02).
             88 E227-RETURN-OK                     VALUE '00'.
             88 E227-RETURN-SIN-DATOS              VALUE '10'.
             88 E227-RETURN-ERROR                  VALUE '99'.
          05 E227-NUM-REGLAS               PIC 9(05).
          05 E227-NUM-CARGOS               PIC 9(07).
          05 E227-NUM-BONIFICADOS          PIC 9(07).
          05 E227-IMP-BONIFICADO           PIC 9(13)V9(02).
