      * MBNE0228: COPY DE ENTRADA/SALIDA PARA LA CARGA DEL LINAJE DE   *
      *           TARJETAS REPUESTAS, MB9B0228.                        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ266   AGR  15-10-2026  ALTA DE COPY PARA LA CARGA DEL      *
      *                            LINAJE DE TARJETAS (MB9B0228)       *
      ******************************************************************
      * MBNE0228            PARAMETROS DE LA CARGA.                    *
      * E228-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E228-MODO            (R)  'R' ARCHIVO DIARIO DE REPOSICIONES   *
      *                           DE EMISION; 'B' CARGA INICIAL UNICA  *
      *                           DEL HISTORICO DE REPOSICIONES (EL    *
      *                           MISMO LAYOUT; EN CUALQUIER ORDEN)    *
      * E228-COD-RETURN      (S)  '00' OK  '10' ARCHIVO SIN ALTAS      *
      *                           '99' ERROR SQL/PARAMETROS            *
      * E228-NUM-LEIDOS      (S)  RENGLONES LEIDOS DEL ARCHIVO         *
      * E228-NUM-ALTAS       (S)  LIGAS NUEVAS EN MBDT280              *
      * E228-NUM-EXISTENTES  (S)  LIGAS QUE YA ESTABAN (RE-CORRIDA)    *
      * E228-NUM-RECHAZOS    (S)  RENGLONES RECHAZADOS (SE REPORTAN)   *
      * E228-NUM-RAICES      (S)  LIGAS CUYA RAIZ SE RECALCULO         *
      ******************************************************************
       01 MBNE0228.
          05 E228-ENT-ORIGIN               PIC X(04).
          05 E228-MODO                     PIC X(01).
             88 E228-MODO-REPOSICION               VALUE 'R'.
             88 E228-MODO-HISTORICO                VALUE 'B'.
          05 E228-COD-RETURN               PIC X(02).
             88 E228-RETURN-OK                     VALUE '00'.
             88 E228-RETURN-SIN-DATOS              VALUE '10'.
             88 E228-RETURN-ERROR                  VALUE '99'.
          05 E228-NUM-LEIDOS               PIC 9(07).
          05 E228-NUM-ALTAS                PIC 9(07).
          05 E228-NUM-EXISTENTES           PIC 9(07).
          05 E228-NUM-RECHAZOS             PIC 9(07).
          05 E228-NUM-RAICES               PIC 9(07).
