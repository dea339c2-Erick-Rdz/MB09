      * MBEC0410:  COMMAREA MB7C0410 -- CONTRAPARTES FRECUENTES DE UNA *
      *            CUENTA EN UN PERIODO                                *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ221    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * SE ENVIA LA CUENTA Y EL PERIODO; MB7C0410 AGRUPA LOS           *
      * MOVIMIENTOS DE BGDT071 POR CONTRAPARTE, RESUELTA COMO YA SE    *
      * ARMAN LAS DESCRIPCIONES EN MB2C0009: SPEI POR EL REGISTRO DE   *
      * FEDT004 (LLAVE DE ORIGEN + SECUENCIA DE LA REFERENCIA INTERNA, *
      * COMO ARMA-DESC-TRANSFE2); WALLET POR EL TELEFONO DE LA CUENTA  *
      * CONTRAPARTE (MCDT403H VIGENTE / MCDT403, COMO                  *
      * 23120-RESUELVE-TELBENEF) Y COMERCIO POR MCDT043. REGRESA LAS   *
      * 5 PRIMERAS DE CADA RANKING:                                    *
      *   PR-CPT-LISTA(1) ENTRADAS POR IMPORTE                         *
      *   PR-CPT-LISTA(2) ENTRADAS POR NUMERO DE MOVIMIENTOS           *
      *   PR-CPT-LISTA(3) SALIDAS POR IMPORTE                          *
      *   PR-CPT-LISTA(4) SALIDAS POR NUMERO DE MOVIMIENTOS            *
      * LAS CUENTAS Y TELEFONOS SALEN COMPLETOS; EL ENMASCARADO LO     *
      * APLICA EL LLAMADOR CON SU PROPIA POLITICA.                     *
      * PR-CPT-COD-RETURN: '00' OK; '10' SIN CONTRAPARTES EN EL        *
      * PERIODO; '99' ERROR.                                           *
      ******************************************************************
        02 PR-PARAM-CONTRAPARTES.
          05 PR-CPT-ENT                   PIC X(04).
          05 PR-CPT-CEN-REG               PIC X(04).
          05 PR-CPT-ACC                   PIC X(10).
          05 PR-CPT-FECHA-INI             PIC X(10).
          05 PR-CPT-FECHA-FIN             PIC X(10).
          05 PR-CPT-COD-RETURN            PIC X(02).
          05 PR-CPT-DES-ERROR             PIC X(40).
          05 PR-CPT-LISTAS.
             10 PR-CPT-LISTA              OCCURS 4 TIMES.
                15 PR-CPT-NUM-RENG        PIC 9(02).
                15 PR-CPT-RENGLON         OCCURS 5 TIMES.
                   20 PR-CPT-TIPO         PIC X(03).
                   20 PR-CPT-IDENT        PIC X(20).
                   20 PR-CPT-NOMBRE       PIC X(40).
                   20 PR-CPT-NUM-MOVS     PIC 9(05).
                   20 PR-CPT-IMPORTE      PIC 9(13)V9(02).
