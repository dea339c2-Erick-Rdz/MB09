      * @BAZ139   AGR  23-08-2026  ALTA DE COPY PARA EL REPORTE DIARIO *
      *                            DE PARES DE CARGOS DUPLICADOS DE    *
      *                            TARJETA (MB9B0129)                  *
      * @BAZ266   AGR  15-10-2026  PARES ENTRE UNA TARJETA Y SU        *
      *                            REPOSICION (LINAJE MBDT280)         *
      ******************************************************************
      * MBNE0129            PARAMETROS DEL REPORTE DE DUPLICADOS.      *
      * E129-FECHA-PROCESO   (R)  DIA A PROCESAR (YYYY-MM-DD)          *
      * E129-COD-RETURN      (S)  '00' OK  '10' SIN PARES EN EL DIA    *
      *                           '99' ERROR SQL                       *
      * E129-NUM-PARES       (S)  PARES DETECTADOS                     *
      * E129-NUM-PARES-LINAJE(S)  DE ELLOS, PARES ENTRE TARJETAS       *
      *                           DISTINTAS DE LA MISMA CADENA DE      *
      *                           REPOSICIONES                         *
      ******************************************************************
       01 MBNE0129.
          05 E129-FECHA-PROCESO            PIC X(10).
             88 E129-RETURN-SIN-DATOS              VALUE '10'.
             88 E129-RETURN-ERROR                  VALUE '99'.
          05 E129-NUM-PARES                PIC 9(07).
      * @BAZ266-I
          05 E129-NUM-PARES-LINAJE         PIC 9(07).
      * @BAZ266-F
