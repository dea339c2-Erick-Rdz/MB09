      * MBNE0217: COPY DE ENTRADA/SALIDA PARA EL ARCHIVO MENSUAL DE    *
      *           OFERTAS PREAPROBADAS DE CREDITO DE NOMINA, MB9B0217. *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ257   AGR  15-10-2026  ALTA DE COPY PARA LAS OFERTAS       *
      *                            PREAPROBADAS DE NOMINA (MB9B0217)   *
      ******************************************************************
      * MBNE0217            PARAMETROS DEL PROCESO.                    *
      * E217-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E217-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD); SE      *
      *                           ANALIZA HASTA EL CIERRE DEL MES      *
      *                           ANTERIOR                             *
      * E217-COD-RETURN      (S)  '00' OK  '10' SIN REGLAS VIGENTES O  *
      *                           SIN NOMINA EN EL MES                 *
      *                           '99' ERROR SQL/ARCHIVO               *
      * E217-NUM-CLIENTES    (S)  CLIENTES CON NOMINA EN EL MES        *
      * E217-NUM-OFERTAS     (S)  OFERTAS ESCRITAS                     *
      * E217-NUM-SIN-OFERTAS (S)  CLIENTES EXCLUIDOS POR SU PREFERENCIA*
      *                           DE NO RECIBIR OFERTAS (MBDT179)      *
      * E217-NUM-MOROSOS     (S)  CLIENTES CON PRESTAMO VENCIDO        *
      * E217-NUM-NO-ELEGIBLES(S)  CLIENTES QUE NO CUMPLEN NINGUNA      *
      *                           REGLA                                *
      * E217-IMP-OFERTADO    (S)  SUMA DE LOS MONTOS SUGERIDOS         *
      ******************************************************************
       01 MBNE0217.
          05 E217-ENT-ORIGIN               PIC X(04).
          05 E217-FECHA-PROCESO            PIC X(10).
          05 E217-COD-RETURN               PIC X(02).
             88 E217-RETURN-OK                     VALUE '00'.
             88 E217-RETURN-SIN-DATOS              VALUE '10'.
             88 E217-RETURN-ERROR                  VALUE '99'.
          05 E217-NUM-CLIENTES             PIC 9(07).
          05 E217-NUM-OFERTAS              PIC 9(07).
          05 E217-NUM-SIN-OFERTAS          PIC 9(07).
          05 E217-NUM-MOROSOS              PIC 9(07).
          05 E217-NUM-NO-ELEGIBLES         PIC 9(07).
          05 E217-IMP-OFERTADO             PIC 9(15)V99.
