      * MBNE0214: COPY DE ENTRADA/SALIDA PARA EL CIERRE DIARIO DE      *
      *           CONCENTRACION DE SALDOS (CASH POOLING) DE LOS GRUPOS *
      *           CORPORATIVOS, MB9B0214.                              *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ254   AGR  15-10-2026  ALTA DE COPY PARA EL CIERRE DE      *
      *                            CASH POOLING (MB9B0214)             *
      ******************************************************************
      * MBNE0214            PARAMETROS DEL CIERRE.                     *
      * E214-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E214-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD); SE      *
      *                           CORRE DESPUES DEL POSTEO DEL DIA     *
      * E214-COD-RETURN      (S)  '00' OK  '10' SIN REGLAS VIGENTES    *
      *                           '99' ERROR SQL/ARCHIVO               *
      * E214-NUM-REGLAS      (S)  REGLAS REVISADAS EN EL DIA           *
      * E214-NUM-BARRIDOS    (S)  BARRIDOS SUBSIDIARIA -> HOLDING      *
      * E214-NUM-FONDEOS     (S)  FONDEOS HOLDING -> SUBSIDIARIA       *
      * E214-NUM-SIN-FONDEO  (S)  FONDEOS QUE EL HOLDING NO ALCANZO A  *
      *                           CUBRIR COMPLETOS (O NADA)            *
      * E214-IMP-BARRIDOS    (S)  IMPORTE TOTAL BARRIDO                *
      * E214-IMP-FONDEOS     (S)  IMPORTE TOTAL FONDEADO               *
      ******************************************************************
       01 MBNE0214.
          05 E214-ENT-ORIGIN               PIC X(04).
          05 E214-FECHA-PROCESO            PIC X(10).
          05 E214-COD-RETURN               PIC X(02).
             88 E214-RETURN-OK                     VALUE '00'.
             88 E214-RETURN-SIN-DATOS              VALUE '10'.
             88 E214-RETURN-ERROR                  VALUE '99'.
          05 E214-NUM-REGLAS               PIC 9(07).
          05 E214-NUM-BARRIDOS             PIC 9(07).
          05 E214-NUM-FONDEOS              PIC 9(07).
          05 E214-NUM-SIN-FONDEO           PIC 9(07).
          05 E214-IMP-BARRIDOS             PIC 9(15)V99.
          05 E214-IMP-FONDEOS              PIC 9(15)V99.
