      * MBNE0202: COPY DE ENTRADA/SALIDA PARA LA VALIDACION PREVIA DEL *
      *           ARCHIVO DE DISPERSION DE NOMINA DEL EMPLEADOR,       *
      *           MB9B0202.                                            *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ236   AGR  15-10-2026  ALTA DE COPY PARA LA VALIDACION     *
      *                            PREVIA DE NOMINA (MB9B0202)         *
      ******************************************************************
      * MBNE0202            PARAMETROS DE LA CORRIDA.                  *
      * E202-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E202-COD-TIPRET      (R)  CODIGO DE RETENCION LEGAL (T089-COD) *
      *                           DE LOS EMBARGOS (EL DE MB9B0127)     *
      * E202-VALOR-UDI       (R)  VALOR DE LA UDI PARA EL TOPE WALLET  *
      *                           (EL MISMO PARAMETRO DE MB9B0159)     *
      * E202-TOPE-DEFAULT    (R)  TOPE MENSUAL EN UDIS SIN RENGLON EN  *
      *                           MBDT183                              *
      * E202-COD-RETURN      (S)  '00' OK  '10' ARCHIVO VACIO  '20'    *
      *                           ARCHIVO RECHAZADO (SIN ENCABEZADO O  *
      *                           LOTE YA DISPERSADO EN MBDT258)       *
      *                           '99' ERROR                           *
      * E202-NUM-RENGLONES   (S)  RENGLONES DE DETALLE LEIDOS          *
      * E202-NUM-OK          (S)  RENGLONES SIN OBSERVACIONES          *
      * E202-NUM-ADVERTENCIAS (S) RENGLONES DISPERSABLES CON AVISO     *
      * E202-NUM-RECHAZOS    (S)  RENGLONES QUE NO SE DEBEN DISPERSAR  *
      ******************************************************************
       01 MBNE0202.
          05 E202-ENT-ORIGIN               PIC X(04).
          05 E202-COD-TIPRET               PIC X(04).
          05 E202-VALOR-UDI                PIC 9(03)V9(06).
          05 E202-TOPE-DEFAULT             PIC 9(09).
          05 E202-COD-RETURN               PIC X(02).
             88 E202-RETURN-OK                     VALUE '00'.
             88 E202-RETURN-SIN-DATOS              VALUE '10'.
             88 E202-RETURN-RECHAZADO              VALUE '20'.
             88 E202-RETURN-ERROR                  VALUE '99'.
          05 E202-NUM-RENGLONES            PIC 9(07).
          05 E202-NUM-OK                   PIC 9(07).
          05 E202-NUM-ADVERTENCIAS         PIC 9(07).
          05 E202-NUM-RECHAZOS             PIC 9(07).
