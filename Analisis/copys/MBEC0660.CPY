      * MBEC0660:  COMMAREA MB7C0660 -- REGLAS DE ELEGIBILIDAD DE LA   *
      *            POLITICA DE CREDITO PARA LA OFERTA PREAPROBADA DE   *
      *            CREDITO DE NOMINA (MBDT261)                         *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ257    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * CREDITO MANTIENE AQUI LAS REGLAS CON LAS QUE EL BATCH MENSUAL  *
      * MB9B0217 ARMA LA OFERTA PREAPROBADA. UNA REGLA POR ENTIDAD E   *
      * ID; EL BATCH EVALUA LAS VIGENTES POR PRIORIDAD (1 = PRIMERO) Y *
      * LA PRIMERA QUE EL CLIENTE CUMPLE DA LA OFERTA:                 *
      *   MESES-MIN      MESES SEGUIDOS CON NOMINA (907) HASTA EL MES  *
      *                  ANTERIOR AL PROCESO                           *
      *   INGRESO-MIN    INGRESO NETO MENSUAL PROMEDIO MINIMO          *
      *   VARIACION-MAX  VARIACION MAXIMA DEL INGRESO (DESVIACION      *
      *                  ESTANDAR ENTRE PROMEDIO, EN %)                *
      *   SALDO-MIN      SALDO MINIMO DE CIERRE DE MES (MBDT190)       *
      *   PCT-CAPACIDAD  % DEL INGRESO QUE PUEDE IR A CUOTAS; SE LE    *
      *                  RESTAN LAS CUOTAS DE LOS PRESTAMOS VIGENTES   *
      *                  (CRDT060)                                     *
      *   PLAZO-MESES    PLAZO CON EL QUE SE CALCULA EL MONTO SUGERIDO *
      *                  (CAPACIDAD X PLAZO)                           *
      *   MONTO-MIN/MAX  EL MONTO SUGERIDO SE TOPA AL MAXIMO; ABAJO    *
      *                  DEL MINIMO NO HAY OFERTA                      *
      * MISMO PATRON QUE MB7C0470: ALTA/CAMBIO; BAJA (LOGICA);         *
      * CONSULTA.                                                      *
      * PR-RCR-COD-RETURN: '00' OK; '10' SIN REGLA; '20' DATOS DE      *
      * ENTRADA INVALIDOS; '99' ERROR.                                 *
      ******************************************************************
        02 PR-PARAM-REGLA-CREDITO.
          05 PR-RCR-ACCION                PIC X(01).
             88 PR-RCR-ALTA                       VALUE 'A'.
             88 PR-RCR-BAJA                       VALUE 'B'.
             88 PR-RCR-CONSULTA                   VALUE 'C'.
          05 PR-RCR-ENT                   PIC X(04).
          05 PR-RCR-ID-REGLA              PIC X(04).
          05 PR-RCR-PRIORIDAD             PIC 9(03).
          05 PR-RCR-DESCRIPCION           PIC X(30).
          05 PR-RCR-MESES-MIN             PIC 9(03).
          05 PR-RCR-INGRESO-MIN           PIC 9(11)V9(02).
          05 PR-RCR-VARIACION-MAX         PIC 9(03)V9(02).
          05 PR-RCR-SALDO-MIN             PIC 9(11)V9(02).
          05 PR-RCR-PCT-CAPACIDAD         PIC 9(03)V9(02).
          05 PR-RCR-PLAZO-MESES           PIC 9(03).
          05 PR-RCR-MONTO-MIN             PIC 9(11)V9(02).
          05 PR-RCR-MONTO-MAX             PIC 9(11)V9(02).
          05 PR-RCR-USUARIO               PIC X(08).
          05 PR-RCR-COD-RETURN            PIC X(02).
