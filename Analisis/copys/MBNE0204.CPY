      * MBNE0204: COPY DE ENTRADA/SALIDA PARA EL CUADRE DE SALDOS DE   *
      *           LOS ESTADOS DE CUENTA ANTES DE SU ENTREGA, MB9B0204. *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ238   AGR  15-10-2026  ALTA DE COPY PARA EL CUADRE DE      *
      *                            ESTADOS DE CUENTA (MB9B0204)        *
      ******************************************************************
      * MBNE0204            PARAMETROS DEL CUADRE.                     *
      * E204-ENT-ORIGIN      (R)  ENTIDAD                              *
      * E204-FECHA-CORTE     (R)  CORTE CUYOS EXTRACTOS SE CUADRAN     *
      *                           (YYYY-MM-DD); SE REVISAN LOS         *
      *                           PENDIENTES Y LOS RETENIDOS ANTES     *
      * E204-COD-RETURN      (S)  '00' OK  '10' NADA QUE CUADRAR       *
      *                           '99' ERROR SQL                       *
      * E204-NUM-REVISADOS   (S)  EXTRACTOS REVISADOS                  *
      * E204-NUM-CUADRADOS   (S)  EXTRACTOS LIBERADOS A ENTREGA ('V')  *
      * E204-NUM-RETENIDOS   (S)  EXTRACTOS RETENIDOS ('R') CON SU     *
      *                           MOTIVO EN MBDT149 Y EN EL REPORTE    *
      ******************************************************************
       01 MBNE0204.
          05 E204-ENT-ORIGIN               PIC X(04).
          05 E204-FECHA-CORTE              PIC X(10).
          05 E204-COD-RETURN               PIC X(02).
             88 E204-RETURN-OK                     VALUE '00'.
             88 E204-RETURN-SIN-DATOS              VALUE '10'.
             88 E204-RETURN-ERROR                  VALUE '99'.
          05 E204-NUM-REVISADOS            PIC 9(07).
          05 E204-NUM-CUADRADOS            PIC 9(07).
          05 E204-NUM-RETENIDOS            PIC 9(07).
