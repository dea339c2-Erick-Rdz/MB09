      * MBEC0610:  COMMAREA MB7C0610 -- COMPROBANTE IMPRIMIBLE DE UN   *
      *            MOVIMIENTO CON CODIGO DE VERIFICACION (MBDT250)     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ252    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      *   'E' EMITE EL COMPROBANTE DE CUALQUIER MOVIMIENTO QUE REGRESA *
      *       MB09: PR-CMP-CEN-REG + PR-CMP-ACC (CUENTA ACTIVA DEL     *
      *       BDMID EN MBDT036) + PR-CMP-NUM-OPER + PR-CMP-FEC-OPER    *
      *       (NOPEM01 Y FECHM01 DEL RENGLON DE MB09). PR-CMP-DESCRIP  *
      *       ES LA DESCM01 QUE VIO EL CLIENTE; EN ESPACIOS SE TOMAN   *
      *       LAS OBSERVACIONES DEL MOVIMIENTO. PR-CMP-USUARIO Y       *
      *       PR-CMP-CEN-EMISION (SUCURSAL O CANAL) SON OBLIGATORIOS.  *
      *       REGRESA LOS DATOS DEL COMPROBANTE (CUENTA ENMASCARADA    *
      *       COMO LA SALIDA 5 DE MB09) Y LAS LINEAS LISTAS PARA       *
      *       IMPRIMIR. CADA EMISION QUEDA EN MBDT250 CON SU FOLIO.    *
      *   'V' VERIFICACION PUBLICA: SOLO CON PR-CMP-COD-VERIFICA;      *
      *       REGRESA UNICAMENTE FECHA, IMPORTE Y ESTADO VIGENTE DEL   *
      *       MOVIMIENTO (PR-CMP-VER-*).                               *
      * PR-CMP-COD-RETURN: '00' OK; '10' MOVIMIENTO O CODIGO NO        *
      * ENCONTRADO; '99' ERROR (PR-CMP-DES-ERROR).                     *
      ******************************************************************
        02 PR-PARAM-COMPROBANTE.
          05 PR-CMP-ACCION                PIC X(01).
             88 PR-CMP-EMITE                      VALUE 'E'.
             88 PR-CMP-VERIFICA                   VALUE 'V'.
          05 PR-CMP-ENT                   PIC X(04).
          05 PR-CMP-BDMID                 PIC X(40).
          05 PR-CMP-USUARIO               PIC X(08).
          05 PR-CMP-CEN-EMISION           PIC X(04).
          05 PR-CMP-CEN-REG               PIC X(04).
          05 PR-CMP-ACC                   PIC X(10).
          05 PR-CMP-NUM-OPER              PIC 9(09).
          05 PR-CMP-FEC-OPER              PIC X(10).
          05 PR-CMP-DESCRIP               PIC X(30).
          05 PR-CMP-COD-VERIFICA          PIC X(15).
          05 PR-CMP-COD-RETURN            PIC X(02).
          05 PR-CMP-DES-ERROR             PIC X(40).
      *   SALIDA DE 'E'.
          05 PR-CMP-COMPROBANTE.
             10 PR-CMP-FOLIO              PIC 9(09).
             10 PR-CMP-CUENTA             PIC X(14).
             10 PR-CMP-FECHA              PIC X(10).
             10 PR-CMP-HORA               PIC X(08).
             10 PR-CMP-CODIGO             PIC X(03).
             10 PR-CMP-CONCEPTO           PIC X(30).
             10 PR-CMP-TIPO               PIC X(05).
             10 PR-CMP-IMPORTE            PIC 9(13)V99.
             10 PR-CMP-ESTADO             PIC X(10).
             10 PR-CMP-STP-EMISION        PIC X(26).
             10 PR-CMP-NUM-LINEAS         PIC 9(02).
             10 PR-CMP-LINEA              PIC X(60) OCCURS 14 TIMES.
      *   SALIDA DE 'V'.
          05 PR-CMP-VERIFICACION.
             10 PR-CMP-VER-FECHA          PIC X(10).
             10 PR-CMP-VER-IMPORTE        PIC 9(13)V99.
             10 PR-CMP-VER-ESTADO         PIC X(10).
