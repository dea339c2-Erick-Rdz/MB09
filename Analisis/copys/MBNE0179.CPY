      * ------- ------ ----------- ----------------------------------- *
      * @BAZ209   AGR  03-09-2026  ALTA DE COPY PARA EL REPORTE DE     *
      *                            INGRESO POR COMISIONES (MB9B0179)   *
      * @BAZ265   AGR  15-10-2026  CARGOS BONIFICADOS DEL MES POR LAS  *
      *                            REGLAS DE MB9B0227                  *
      ******************************************************************
      * MBNE0179            PARAMETROS DEL REPORTE.                    *
      * E179-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      *                           ERROR                                *
      * E179-NUM-RENGLONES   (S)  COMBINACIONES PRODUCTO/CANAL         *
      * E179-IMP-TOTAL       (S)  INGRESO TOTAL DEL MES                *
      * E179-NUM-BONIFICADAS (S)  CARGOS DEL MES BONIFICADOS (MBDT279) *
      * E179-IMP-BONIFICADO  (S)  COMISION BONIFICADA DEL MES, SIN IVA *
      ******************************************************************
       01 MBNE0179.
          05 E179-ENT-ORIGIN               PIC X(04).
             88 E179-RETURN-ERROR                  VALUE '99'.
          05 E179-NUM-RENGLONES            PIC 9(05).
          05 E179-IMP-TOTAL                PIC 9(13)V9(02).
      * @BAZ265-I
          05 E179-NUM-BONIFICADAS          PIC 9(07).
          05 E179-IMP-BONIFICADO           PIC 9(13)V9(02).
      * @BAZ265-F
