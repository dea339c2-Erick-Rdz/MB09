      * @BAZ148   AGR  23-08-2026  ALTA DE COPY PARA LA CONCILIACION   *
      *                            DE WALLETS DE TODA LA CARTERA       *
      *                            (MB9B0135)                          *
      * @BAZ220   AGR  15-10-2026  EJECUCION POR CORRIENTES PARALELAS  *
      *                            SOBRE RANGOS DE CLIENTE (MBDT211)   *
      ******************************************************************
      * MBNE0135            PARAMETROS DEL DRIVER DE CONCILIACION.     *
      * E135-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E135-NUM-DIFERENCIAS (S)  CLIENTES CON DIFERENCIA              *
      * E135-TOT-DIF-ABS     (S)  SUMA ABSOLUTA DE LAS DIFERENCIAS     *
      * E135-NUM-PROPUESTAS  (S)  PROPUESTAS DE AJUSTE GENERADAS       *
      * @BAZ220-I                                                      *
      * E135-JOB-STREAM      (O)  JOB DE LA CORRIENTE (EN BLANCO = UNA *
      *                           SOLA CORRIENTE CON TODA LA CARTERA,  *
      *                           COMO SIEMPRE). INFORMADO: LA         *
      *                           CORRIENTE SE REGISTRA COMO SU PROPIO *
      *                           RENGLON DE MBDT154 (MB9B0199) Y DEJA *
      *                           SUS TOTALES EN MBDT211 PARA EL       *
      *                           CUADRE DE MB9B0188                   *
      * E135-NUM-STREAM      (O)  NUMERO DE LA CORRIENTE (1 A N)       *
      * E135-CLTE-DESDE      (O)  PRIMER NUMERO DE CLIENTE DEL RANGO   *
      *                           (EN BLANCO = DESDE EL PRIMERO)       *
      * E135-CLTE-HASTA      (O)  ULTIMO NUMERO DE CLIENTE DEL RANGO   *
      *                           (EN BLANCO = HASTA EL ULTIMO)        *
      *                           RETORNO '20': LA CORRIENTE NO PUDO   *
      *                           ARRANCAR (DEPENDENCIA SIN CUMPLIR)   *
      * @BAZ220-F                                                      *
      ******************************************************************
       01 MBNE0135.
          05 E135-ENT-ORIGIN               PIC X(04).
          05 E135-COD-RETURN               PIC X(02).
             88 E135-RETURN-OK                     VALUE '00'.
             88 E135-RETURN-SIN-DATOS              VALUE '10'.
             88 E135-RETURN-DEPENDENCIA            VALUE '20'.
             88 E135-RETURN-ERROR                  VALUE '99'.
          05 E135-NUM-REVISADOS            PIC 9(07).
          05 E135-NUM-DIFERENCIAS          PIC 9(07).
          05 E135-TOT-DIF-ABS              PIC 9(13)V9(02).
          05 E135-NUM-PROPUESTAS           PIC 9(07).
      * @BAZ220-I
          05 E135-JOB-STREAM               PIC X(08).
          05 E135-NUM-STREAM               PIC 9(02).
          05 E135-CLTE-DESDE               PIC X(08).
          05 E135-CLTE-HASTA               PIC X(08).
      * @BAZ220-F
