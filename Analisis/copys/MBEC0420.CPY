      ******************************************************************
      * MBEC0420:  COMMAREA MB7C0420 -- MANTENIMIENTO DE LA            *
      *            HOMOLOGACION DE TIPOS DE ACLARACION AL CATALOGO DE  *
      *            CAUSAS CONDUSEF (MBDT213)                           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ225    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * CUMPLIMIENTO MANTIENE AQUI A QUE PRODUCTO Y CAUSA DEL CATALOGO *
      * REUNE CORRESPONDE CADA TIPO INTERNO DE ACLARACION (T309_COD)   *
      * (ACCION 'A' ALTA O CAMBIO; 'B' BAJA; 'C' CONSULTA). EL REPORTE *
      * TRIMESTRAL MB9B0193 TOMA LA HOMOLOGACION; UN TIPO SIN RENGLON  *
      * SALE EN SU HOJA DE CUADRE COMO SIN HOMOLOGAR.                  *
      * PR-HOM-COD-RETURN: '00' OK; '10' TIPO SIN HOMOLOGACION         *
      * (CONSULTA/BAJA); '99' ERROR.                                   *
      ******************************************************************
        02 PR-PARAM-HOMOLOGA.
          05 PR-HOM-ACCION                PIC X(01).
             88 PR-HOM-ALTA                     VALUE 'A'.
             88 PR-HOM-BAJA                     VALUE 'B'.
             88 PR-HOM-CONSULTA                 VALUE 'C'.
          05 PR-HOM-ENT                   PIC X(04).
          05 PR-HOM-COD                   PIC X(03).
          05 PR-HOM-PRODUCTO              PIC X(12).
          05 PR-HOM-CAUSA                 PIC X(06).
          05 PR-HOM-DESCRIPCION           PIC X(40).
          05 PR-HOM-USUARIO               PIC X(08).
          05 PR-HOM-COD-RETURN            PIC X(02).
