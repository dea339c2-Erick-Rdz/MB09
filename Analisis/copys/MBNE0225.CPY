      * MBNE0225: COPY DE ENTRADA/SALIDA PARA EL BARRIDO DIARIO DE LA  *
      *           BANDEJA DE EXCEPCIONES DE CONCILIACION, MB9B0225.    *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ263   AGR  15-10-2026  ALTA DE COPY PARA EL BARRIDO DE LA  *
      *                            BANDEJA DE EXCEPCIONES (MB9B0225)   *
      ******************************************************************
      * MBNE0225            PARAMETROS DEL PROCESO.                    *
      * E225-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E225-FECHA-PROCESO   (R)  DIA CONCILIADO (YYYY-MM-DD)          *
      * E225-COD-RETURN      (S)  '00' OK  '10' SIN PARTIDAS ABIERTAS  *
      *                           '99' ERROR SQL/ARCHIVO/BANDEJA       *
      * E225-NUM-LEIDAS      (S)  DIFERENCIAS DEL DIA EN MBDT156,      *
      *                           MBDT158 Y MBDT162                    *
      * E225-NUM-NUEVAS      (S)  PARTIDAS NUEVAS EN LA BANDEJA        *
      * E225-NUM-EXISTENTES  (S)  DIFERENCIAS QUE YA ESTABAN           *
      * E225-NUM-ABIERTAS    (S)  PARTIDAS ABIERTAS DE TODAS LAS       *
      *                           FUENTES AL CIERRE DEL DIA            *
      ******************************************************************
       01 MBNE0225.
          05 E225-ENT-ORIGIN               PIC X(04).
          05 E225-FECHA-PROCESO            PIC X(10).
          05 E225-COD-RETURN               PIC X(02).
             88 E225-RETURN-OK                     VALUE '00'.
             88 E225-RETURN-SIN-DATOS              VALUE '10'.
             88 E225-RETURN-ERROR                  VALUE '99'.
          05 E225-NUM-LEIDAS               PIC 9(07).
          05 E225-NUM-NUEVAS               PIC 9(07).
          05 E225-NUM-EXISTENTES           PIC 9(07).
          05 E225-NUM-ABIERTAS             PIC 9(07).
