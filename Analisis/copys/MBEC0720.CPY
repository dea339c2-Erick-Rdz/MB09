      * MBEC0720: COMMAREA MB7C0720 -- RENDER NOCTURNO DE DESCRIPCIONES*
      *            DE MOVIMIENTOS DE LA MB09 (MBDT281 / MBDT282)       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ267    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LO ARRANCA EL CICLO NOCTURNO DE OPERACION PARA PR-DPR-ENT.     *
      * PR-DPR-ACCION: 'G' ARMA Y GUARDA EN MBDT281 LOS MOVIMIENTOS DE *
      * CUENTA DE PR-DPR-FECHA (EL DIA QUE CERRO); 'C' COTEJA UNA      *
      * MUESTRA DE PR-DPR-MUESTRA CUENTAS DE MBDT281 CON MOVIMIENTOS   *
      * DESDE PR-DPR-FECHA CONTRA EL ARMADO EN VIVO (DIFERENCIAS A     *
      * MBDT282; LAS LISTA MB9B0229). CERO EN LA MUESTRA = 50.         *
      * PR-DPR-MAX-PAG: TOPE DE PAGINAS POR CUENTA; CERO = 20.         *
      * PR-DPR-COD-RETURN: '00' OK; '10' SIN CUENTAS QUE PROCESAR;     *
      * '20' HUBO CONSULTAS FALLIDAS O DIFERENCIAS EN EL COTEJO; '99'  *
      * ERROR.                                                         *
      ******************************************************************
        02 PR-PARAM-DESCPRE.
          05 PR-DPR-ENT                   PIC X(04).
          05 PR-DPR-ACCION                PIC X(01).
             88 PR-DPR-GENERA                     VALUE 'G'.
             88 PR-DPR-COTEJA                     VALUE 'C'.
          05 PR-DPR-FECHA                 PIC X(10).
          05 PR-DPR-MUESTRA               PIC 9(04).
          05 PR-DPR-MAX-PAG               PIC 9(03).
          05 PR-DPR-COD-RETURN            PIC X(02).
          05 PR-DPR-DES-ERROR             PIC X(40).
          05 PR-DPR-NUM-CUENTAS           PIC 9(07).
          05 PR-DPR-NUM-PAGINAS           PIC 9(07).
          05 PR-DPR-NUM-RENGLONES         PIC 9(09).
          05 PR-DPR-NUM-FALLAS            PIC 9(07).
          05 PR-DPR-NUM-DIFERENCIAS       PIC 9(07).
