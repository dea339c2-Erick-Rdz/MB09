      * MBNE0213: COPY DE ENTRADA/SALIDA PARA EL NOCTURNO DE           *
      *           INVERSIONES A PLAZO: POSICION, AVISO PREVIO AL       *
      *           VENCIMIENTO, APLICACION DE LA INSTRUCCION DE         *
      *           RENOVACION Y ESCALERA DE VENCIMIENTOS, MB9B0213.     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ251   AGR  15-10-2026  ALTA DE COPY PARA EL NOCTURNO DE    *
      *                            INVERSIONES A PLAZO (MB9B0213)      *
      ******************************************************************
      * MBNE0213            PARAMETROS DEL NOCTURNO.                   *
      * E213-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E213-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD)          *
      * E213-SEMANAS         (R)  SEMANAS QUE ABARCA LA ESCALERA DE    *
      *                           VENCIMIENTOS PARA TESORERIA (1-52)   *
      * E213-COD-RETURN      (S)  '00' OK  '10' SIN POSICION  '99'     *
      *                           ERROR SQL/ARCHIVO                    *
      * E213-NUM-POSICIONES  (S)  INVERSIONES CARGADAS DE LA POSICION  *
      * E213-NUM-DEPURADAS   (S)  INVERSIONES QUE YA NO VINIERON EN LA *
      *                           POSICION Y SE BORRARON DE MBDT249    *
      * E213-NUM-AVISOS      (S)  AVISOS PREVIOS AL VENCIMIENTO        *
      * E213-NUM-VENCEN      (S)  INVERSIONES QUE VENCEN EN EL DIA     *
      * E213-NUM-INSTRUCCIONES(S) INSTRUCCIONES ENVIADAS AL SISTEMA DE *
      *                           INVERSIONES                          *
      * E213-NUM-AUTOMATICAS (S)  VENCIMIENTOS SIN INSTRUCCION APLICA- *
      *                           BLE (RENOVACION AUTOMATICA)          *
      ******************************************************************
       01 MBNE0213.
          05 E213-ENT-ORIGIN               PIC X(04).
          05 E213-FECHA-PROCESO            PIC X(10).
          05 E213-SEMANAS                  PIC 9(02).
          05 E213-COD-RETURN               PIC X(02).
             88 E213-RETURN-OK                     VALUE '00'.
             88 E213-RETURN-SIN-DATOS              VALUE '10'.
             88 E213-RETURN-ERROR                  VALUE '99'.
          05 E213-NUM-POSICIONES           PIC 9(07).
          05 E213-NUM-DEPURADAS            PIC 9(07).
          05 E213-NUM-AVISOS               PIC 9(07).
          05 E213-NUM-VENCEN               PIC 9(07).
          05 E213-NUM-INSTRUCCIONES        PIC 9(07).
          05 E213-NUM-AUTOMATICAS          PIC 9(07).
