      * MBEC0650:  COMMAREA MB7C0650 -- SERVICIO DE SELLO ENCADENADO   *
      *            (SHA-256) PARA LAS TABLAS DE AUDITORIA Y LOS MESES  *
      *            ARCHIVADOS (MBDT259)                                *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ256    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * ENCADENA UN RENGLON A LA HUELLA QUE VIENE ARRASTRANDO EL       *
      * LLAMADOR:                                                      *
      *   PR-SEL-HASH = SHA-256(PR-SEL-HASH-ANT + PR-SEL-TEXTO(1:LONG))*
      * AMBAS HUELLAS EN HEXADECIMAL (64 POSICIONES, MAYUSCULAS). LA   *
      * PRIMERA HUELLA DE UNA CADENA ES PR-SEL-HASH-ANT EN CEROS.      *
      * ALTERAR, QUITAR O AGREGAR UN RENGLON (O CAMBIAR SU ORDEN)      *
      * CAMBIA TODAS LAS HUELLAS SIGUIENTES.                           *
      * PR-SEL-COD-RETURN: '00' OK; '99' ERROR (PR-SEL-DES-ERROR).     *
      ******************************************************************
        02 PR-PARAM-SELLO.
          05 PR-SEL-HASH-ANT              PIC X(64).
          05 PR-SEL-LONGITUD              PIC 9(04).
          05 PR-SEL-TEXTO                 PIC X(512).
          05 PR-SEL-HASH                  PIC X(64).
          05 PR-SEL-COD-RETURN            PIC X(02).
          05 PR-SEL-DES-ERROR             PIC X(40).
