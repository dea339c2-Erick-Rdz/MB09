      * MBNE0211: COPY DE ENTRADA/SALIDA PARA LA CONCILIACION DIARIA   *
      *           DEL DIARIO DE CAJEROS PROPIOS CONTRA LOS RETIROS     *
      *           POSTEADOS, MB9B0211.                                 *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ249   AGR  15-10-2026  ALTA DE COPY PARA LA CONCILIACION   *
      *                            DE CAJEROS (MB9B0211)               *
      ******************************************************************
      * MBNE0211            PARAMETROS DE LA CONCILIACION.             *
      * E211-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E211-FECHA-PROCESO   (R)  DIA DEL DIARIO (YYYY-MM-DD)          *
      * E211-MINUTOS-VENTANA (R)  MINUTOS DE DIFERENCIA ACEPTADOS      *
      *                           ENTRE LA HORA DEL DIARIO Y LA DEL    *
      *                           RETIRO POSTEADO                      *
      * E211-COD-RETURN      (S)  '00' OK  '10' SIN PARTIDAS  '99'     *
      *                           ERROR SQL/ARCHIVO                    *
      * E211-NUM-DISPENSAS   (S)  RENGLONES DEL DIARIO CARGADOS        *
      * E211-NUM-CONCILIADAS (S)  DISPENSAS QUE CUADRAN CON SU RETIRO  *
      * E211-NUM-NO-DISPENSA (S)  POSTEADOS SIN DISPENSAR              *
      * E211-NUM-NO-POSTEADA (S)  DISPENSADOS SIN RETIRO POSTEADO      *
      * E211-NUM-DIF-IMPORTE (S)  DISPENSA PARCIAL O DE MAS            *
      * E211-NUM-REEMBOLSOS  (S)  PARTIDAS ENCOLADAS A REEMBOLSO       *
      *                           AUTOMATICO (DENTRO DE TOLERANCIA)    *
      * E211-IMP-REEMBOLSOS  (S)  IMPORTE ENCOLADO A REEMBOLSO         *
      * E211-NUM-DIF-BOVEDA  (S)  CAJEROS CUYO EFECTIVO NO CUADRA CON  *
      *                           SU REGISTRO DE BOVEDA                *
      * E211-NUM-SIN-DIARIO  (S)  CAJEROS CON RETIROS POSTEADOS Y SIN  *
      *                           DIARIO DEL DIA (SE REPORTAN)         *
      ******************************************************************
       01 MBNE0211.
          05 E211-ENT-ORIGIN               PIC X(04).
          05 E211-FECHA-PROCESO            PIC X(10).
          05 E211-MINUTOS-VENTANA          PIC 9(03).
          05 E211-COD-RETURN               PIC X(02).
             88 E211-RETURN-OK                     VALUE '00'.
             88 E211-RETURN-SIN-DATOS              VALUE '10'.
             88 E211-RETURN-ERROR                  VALUE '99'.
          05 E211-NUM-DISPENSAS            PIC 9(07).
          05 E211-NUM-CONCILIADAS          PIC 9(07).
          05 E211-NUM-NO-DISPENSA          PIC 9(07).
          05 E211-NUM-NO-POSTEADA          PIC 9(07).
          05 E211-NUM-DIF-IMPORTE          PIC 9(07).
          05 E211-NUM-REEMBOLSOS           PIC 9(07).
          05 E211-IMP-REEMBOLSOS           PIC 9(13)V9(02).
          05 E211-NUM-DIF-BOVEDA           PIC 9(07).
          05 E211-NUM-SIN-DIARIO           PIC 9(07).
