      * MBNE0224: COPY DE ENTRADA/SALIDA PARA LA DETECCION DE CUENTAS  *
      *           MULA SOBRE SPEI Y WALLET RECIBIDOS, MB9B0224.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ262   AGR  15-10-2026  ALTA DE COPY PARA LA DETECCION DE   *
      *                            CUENTAS MULA (MB9B0224)             *
      ******************************************************************
      * MBNE0224            PARAMETROS DEL PROCESO. LOS UMBRALES VIVEN *
      *                     EN MBDT140 'MULA' (VER MB9B0224).          *
      * E224-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E224-FECHA-PROCESO   (R)  ULTIMO DIA DE LA VENTANA (YYYY-MM-DD)*
      * E224-COD-RETURN      (S)  '00' OK  '10' NINGUNA CUENTA REBASO  *
      *                           LOS UMBRALES                         *
      *                           '99' ERROR SQL/ARCHIVO/PARAMETROS    *
      * E224-FECHA-INI       (S)  PRIMER DIA DE LA VENTANA EVALUADA    *
      * E224-NUM-EVALUADAS   (S)  CUENTAS CON REMITENTES SUFICIENTES   *
      *                           PARA EVALUARSE (MBDT272)             *
      * E224-NUM-ALERTAS     (S)  CUENTAS QUE ALCANZARON LOS PUNTOS    *
      * E224-NUM-CASOS       (S)  CASOS NUEVOS ABIERTOS EN MBDT180     *
      * E224-NUM-CONTRAPARTES(S)  CONTRAPARTES LIGADAS A LOS CASOS     *
      *                           (MBDT273)                            *
      ******************************************************************
       01 MBNE0224.
          05 E224-ENT-ORIGIN               PIC X(04).
          05 E224-FECHA-PROCESO            PIC X(10).
          05 E224-COD-RETURN               PIC X(02).
             88 E224-RETURN-OK                     VALUE '00'.
             88 E224-RETURN-SIN-DATOS              VALUE '10'.
             88 E224-RETURN-ERROR                  VALUE '99'.
          05 E224-FECHA-INI                PIC X(10).
          05 E224-NUM-EVALUADAS            PIC 9(07).
          05 E224-NUM-ALERTAS              PIC 9(07).
          05 E224-NUM-CASOS                PIC 9(07).
          05 E224-NUM-CONTRAPARTES         PIC 9(09).
