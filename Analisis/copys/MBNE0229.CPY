      * MBNE0229: COPY DE ENTRADA/SALIDA PARA EL REPORTE DE DIFERENCIAS*
      *           DEL COTEJO DE DESCRIPCIONES PRE-GENERADAS, MB9B0229. *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ267   AGR  15-10-2026  ALTA DE COPY PARA EL REPORTE DEL    *
      *                            COTEJO DE MBDT281 (MB9B0229)        *
      ******************************************************************
      * MBNE0229            PARAMETROS DEL REPORTE.                    *
      * E229-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E229-FECHA-COTEJO    (R)  FECHA DEL COTEJO DE MB7C0720 (ACCION *
      *                           'C') QUE SE REPORTA (YYYY-MM-DD)     *
      * E229-COD-RETURN      (S)  '00' HUBO DIFERENCIAS  '10' SIN      *
      *                           DIFERENCIAS  '99' ERROR              *
      * E229-NUM-DIFERENCIAS (S)  CAMPOS QUE NO COINCIDIERON (MBDT282) *
      * E229-NUM-MOVTOS      (S)  MOVIMIENTOS CON AL MENOS UNA         *
      *                           DIFERENCIA                           *
      ******************************************************************
       01 MBNE0229.
          05 E229-ENT-ORIGIN               PIC X(04).
          05 E229-FECHA-COTEJO             PIC X(10).
          05 E229-COD-RETURN               PIC X(02).
             88 E229-RETURN-OK                     VALUE '00'.
             88 E229-RETURN-SIN-DATOS              VALUE '10'.
             88 E229-RETURN-ERROR                  VALUE '99'.
          05 E229-NUM-DIFERENCIAS          PIC 9(07).
          05 E229-NUM-MOVTOS               PIC 9(07).
