      * MBNE0218: COPY DE ENTRADA/SALIDA PARA EL AVISO AL CLIENTE DE   *
      *           LOS CAMBIOS DE TASA DE LA ALCANCIA, MB9B0218.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ258   AGR  15-10-2026  ALTA DE COPY PARA EL AVISO DE       *
      *                            CAMBIO DE TASA Y GAT DE LA ALCANCIA *
      *                            (MB9B0218)                          *
      ******************************************************************
      * MBNE0218            PARAMETROS DEL PROCESO.                    *
      * E218-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E218-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD)          *
      * E218-COD-RETURN      (S)  '00' OK  '10' SIN CAMBIOS DE TASA    *
      *                           PENDIENTES DE AVISO                  *
      *                           '99' ERROR SQL/ARCHIVO               *
      * E218-NUM-TASAS       (S)  CAMBIOS DE TASA AVISADOS             *
      * E218-NUM-AVISOS      (S)  AVISOS ENCOLADOS (UNO POR CUENTA EJE *
      *                           CON ALCANCIA VIGENTE Y CAMBIO)       *
      * E218-NUM-APAGADOS    (S)  AVISOS NO ENCOLADOS POR EVENTO       *
      *                           APAGADO O CLIENTE FALLECIDO          *
      ******************************************************************
       01 MBNE0218.
          05 E218-ENT-ORIGIN               PIC X(04).
          05 E218-FECHA-PROCESO            PIC X(10).
          05 E218-COD-RETURN               PIC X(02).
             88 E218-RETURN-OK                     VALUE '00'.
             88 E218-RETURN-SIN-DATOS              VALUE '10'.
             88 E218-RETURN-ERROR                  VALUE '99'.
          05 E218-NUM-TASAS                PIC 9(05).
          05 E218-NUM-AVISOS               PIC 9(09).
          05 E218-NUM-APAGADOS             PIC 9(09).
