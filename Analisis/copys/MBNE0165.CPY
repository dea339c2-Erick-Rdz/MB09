      * ------- ------ ----------- ----------------------------------- *
      * @BAZ187   AGR  03-09-2026  ALTA DE COPY PARA LA FOTO DIARIA    *
      *                            DE POSICION (MB9B0165)              *
      * @BAZ220   AGR  15-10-2026  EJECUCION POR CORRIENTES PARALELAS  *
      *                            SOBRE RANGOS DE CUENTA (MBDT211)    *
      ******************************************************************
      * MBNE0165            PARAMETROS DE LA FOTO.                     *
      * E165-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E165-COD-RETURN      (S)  '00' OK  '10' SIN CUENTAS CON        *
      *                           MOVIMIENTO  '99' ERROR               *
      * E165-NUM-CUENTAS     (S)  CUENTAS FOTOGRAFIADAS                *
      * @BAZ220-I                                                      *
      * E165-JOB-STREAM      (O)  JOB DE LA CORRIENTE (EN BLANCO = UNA *
      *                           SOLA CORRIENTE CON TODA LA ENTIDAD,  *
      *                           COMO SIEMPRE). INFORMADO: LA         *
      *                           CORRIENTE SE REGISTRA COMO SU PROPIO *
      *                           RENGLON DE MBDT154 (MB9B0199) Y DEJA *
      *                           SUS TOTALES EN MBDT211 PARA EL       *
      *                           CUADRE DE MB9B0188                   *
      * E165-NUM-STREAM      (O)  NUMERO DE LA CORRIENTE (1 A N)       *
      * E165-CTA-DESDE       (O)  PRIMERA CUENTA (CEN_REG+ACC) DEL     *
      *                           RANGO (EN BLANCO = DESDE LA PRIMERA) *
      * E165-CTA-HASTA       (O)  ULTIMA CUENTA DEL RANGO (EN BLANCO = *
      *                           HASTA LA ULTIMA)                     *
      *                           RETORNO '20': LA CORRIENTE NO PUDO   *
      *                           ARRANCAR (DEPENDENCIA SIN CUMPLIR)   *
      * E165-IMP-SALDOS      (S)  SUMA DE SALDOS FOTOGRAFIADOS DEL     *
      *                           RANGO (TOTAL DE CONTROL)             *
      * @BAZ220-F                                                      *
      ******************************************************************
       01 MBNE0165.
          05 E165-ENT-ORIGIN               PIC X(04).
          05 E165-COD-RETURN               PIC X(02).
             88 E165-RETURN-OK                     VALUE '00'.
             88 E165-RETURN-SIN-DATOS              VALUE '10'.
             88 E165-RETURN-DEPENDENCIA            VALUE '20'.
             88 E165-RETURN-ERROR                  VALUE '99'.
          05 E165-NUM-CUENTAS              PIC 9(07).
      * @BAZ220-I
          05 E165-JOB-STREAM               PIC X(08).
          05 E165-NUM-STREAM               PIC 9(02).
          05 E165-CTA-DESDE                PIC X(14).
          05 E165-CTA-HASTA                PIC X(14).
          05 E165-IMP-SALDOS               PIC S9(15)V9(02).
      * @BAZ220-F
