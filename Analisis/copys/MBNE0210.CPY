      * MBNE0210: COPY DE ENTRADA/SALIDA PARA EL NOCTURNO DE PUNTOS    *
      *           DE LEALTAD POR COMPRAS CON TARJETA, MB9B0210.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ248   AGR  15-10-2026  ALTA DE COPY PARA LA ACUMULACION;   *
      *                            REVERSO Y VENCIMIENTO DE PUNTOS     *
      *                            (MB9B0210)                          *
      ******************************************************************
      * MBNE0210            PARAMETROS DEL NOCTURNO.                   *
      * E210-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E210-FECHA-PROCESO   (R)  DIA DE COMPRAS A ACUMULAR            *
      *                           (YYYY-MM-DD); LOS PUNTOS CON         *
      *                           VENCIMIENTO ANTERIOR A ESTE DIA SE   *
      *                           VENCEN                               *
      * E210-COD-RETURN      (S)  '00' OK  '10' SIN MOVIMIENTOS DE     *
      *                           PUNTOS  '99' ERROR SQL/ARCHIVO       *
      * E210-NUM-ACUMULADAS  (S)  COMPRAS QUE GENERARON PUNTOS         *
      * E210-PTS-ACUMULADOS  (S)  PUNTOS ABONADOS                      *
      * E210-NUM-SIN-REGLA   (S)  COMPRAS SIN REGLA VIGENTE (SE        *
      *                           REPORTAN)                            *
      * E210-NUM-REVERSOS    (S)  REEMBOLSOS, CONTRACARGOS GANADOS Y   *
      *                           ANULACIONES QUE REVERSARON PUNTOS    *
      * E210-PTS-REVERSADOS  (S)  PUNTOS REVERSADOS                    *
      * E210-NUM-VENCIDAS    (S)  ACUMULACIONES VENCIDAS               *
      * E210-PTS-VENCIDOS    (S)  PUNTOS VENCIDOS                      *
      ******************************************************************
       01 MBNE0210.
          05 E210-ENT-ORIGIN               PIC X(04).
          05 E210-FECHA-PROCESO            PIC X(10).
          05 E210-COD-RETURN               PIC X(02).
             88 E210-RETURN-OK                     VALUE '00'.
             88 E210-RETURN-SIN-DATOS              VALUE '10'.
             88 E210-RETURN-ERROR                  VALUE '99'.
          05 E210-NUM-ACUMULADAS           PIC 9(07).
          05 E210-PTS-ACUMULADOS           PIC 9(11).
          05 E210-NUM-SIN-REGLA            PIC 9(07).
          05 E210-NUM-REVERSOS             PIC 9(07).
          05 E210-PTS-REVERSADOS           PIC 9(11).
          05 E210-NUM-VENCIDAS             PIC 9(07).
          05 E210-PTS-VENCIDOS             PIC 9(11).
