      * MBNE0205: COPY DE ENTRADA/SALIDA PARA EL ENVEJECIMIENTO DIARIO *
      *           DE SOLICITUDES ARCO, MB9B0205.                       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ240   AGR  15-10-2026  ALTA DE COPY PARA EL ENVEJECIMIENTO *
      *                            DE SOLICITUDES ARCO (MB9B0205)      *
      ******************************************************************
      * MBNE0205            PARAMETROS DEL ENVEJECIMIENTO.             *
      * E205-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E205-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD)          *
      * E205-DIAS-PREAVISO   (R)  DIAS NATURALES ANTES DEL VENCIMIENTO *
      *                           EN QUE LA SOLICITUD SE SENALA        *
      * E205-COD-RETURN      (S)  '00' OK  '10' SIN SOLICITUDES        *
      *                           ABIERTAS  '99' ERROR SQL/ARCHIVO     *
      * E205-NUM-ABIERTAS    (S)  SOLICITUDES ABIERTAS REVISADAS       *
      * E205-NUM-POR-VENCER  (S)  DENTRO DE LA VENTANA DE PREAVISO     *
      * E205-NUM-VENCIDAS    (S)  CON EL PLAZO LEGAL REBASADO          *
      ******************************************************************
       01 MBNE0205.
          05 E205-ENT-ORIGIN               PIC X(04).
          05 E205-FECHA-PROCESO            PIC X(10).
          05 E205-DIAS-PREAVISO            PIC 9(03).
          05 E205-COD-RETURN               PIC X(02).
             88 E205-RETURN-OK                     VALUE '00'.
             88 E205-RETURN-SIN-DATOS              VALUE '10'.
             88 E205-RETURN-ERROR                  VALUE '99'.
          05 E205-NUM-ABIERTAS             PIC 9(07).
          05 E205-NUM-POR-VENCER           PIC 9(07).
          05 E205-NUM-VENCIDAS             PIC 9(07).
