      * MBNE0223: COPY DE ENTRADA/SALIDA PARA EL REPORTE MENSUAL DE    *
      *           OPERACIONES EN ZONAS DE ALTO RIESGO, MB9B0223.       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ261   AGR  15-10-2026  ALTA DE COPY PARA EL REPORTE DE     *
      *                            ZONAS DE ALTO RIESGO (MB9B0223)     *
      ******************************************************************
      * MBNE0223            PARAMETROS DEL PROCESO.                    *
      * E223-ENT-ORIGIN      (R)  ENTIDAD                              *
      * E223-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD); SE      *
      *                           REPORTA EL MES ANTERIOR              *
      * E223-COD-RETURN      (S)  '00' OK  '10' SIN OPERACIONES EN     *
      *                           ZONAS DE ALTO RIESGO EN EL MES       *
      *                           '99' ERROR SQL/ARCHIVO/PARAMETROS    *
      * E223-MES-INI         (S)  PRIMER DIA DEL MES REPORTADO         *
      * E223-MES-FIN         (S)  ULTIMO DIA DEL MES REPORTADO         *
      * E223-NUM-CLIENTES    (S)  CLIENTES CON OPERACIONES EN ZONA     *
      * E223-NUM-OPERACIONES (S)  OPERACIONES EN ZONA DE ALTO RIESGO   *
      * E223-IMPORTE         (S)  IMPORTE DE ESAS OPERACIONES          *
      ******************************************************************
       01 MBNE0223.
          05 E223-ENT-ORIGIN               PIC X(04).
          05 E223-FECHA-PROCESO            PIC X(10).
          05 E223-COD-RETURN               PIC X(02).
             88 E223-RETURN-OK                     VALUE '00'.
             88 E223-RETURN-SIN-DATOS              VALUE '10'.
             88 E223-RETURN-ERROR                  VALUE '99'.
          05 E223-MES-INI                  PIC X(10).
          05 E223-MES-FIN                  PIC X(10).
          05 E223-NUM-CLIENTES             PIC 9(07).
          05 E223-NUM-OPERACIONES          PIC 9(09).
          05 E223-IMPORTE                  PIC S9(15)V9(02).
