      * MBEC0490:  COMMAREA MB7C0490 -- BANDEJA DE CUMPLIMIENTO DE     *
      *            COINCIDENCIAS CONTRA LISTAS (MBDT225 / MBDT224)     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ237    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LAS COINCIDENCIAS LAS GENERA EL CRIBADO NOCTURNO MB9B0203 Y    *
      * CADA UNA CUELGA DE UN CASO DE MBDT180 (SENAL 'LST').           *
      *   'L' LISTA LAS COINCIDENCIAS PENDIENTES ('PE'), 10 POR        *
      *       PAGINA, DESDE EL FOLIO SIGUIENTE A PR-LST-REP-FOLIO      *
      *       (CEROS EN LA PRIMERA PAGINA); PR-LST-MAS-DATOS = 'S'     *
      *       CUANDO HAY OTRA PAGINA.                                  *
      *   'F' DESCARTA PR-LST-FOLIO COMO FALSO POSITIVO: EL NOMBRE     *
      *       CONTRA ESE RENGLON DE LISTA QUEDA EN MBDT224 Y YA NO     *
      *       VUELVE A ALERTAR; LAS DEMAS PENDIENTES DEL MISMO NOMBRE  *
      *       Y RENGLON SE DESCARTAN TAMBIEN. SI EL CASO SOLO TENIA    *
      *       SENALES DE LISTAS Y YA NO LE QUEDAN VIVAS, SE CIERRA.    *
      *   'C' CONFIRMA PR-LST-FOLIO; EL CASO SIGUE SU CURSO EN LA      *
      *       COLA DE FRAUDES/PLD.                                     *
      * PR-LST-USUARIO Y PR-LST-MOTIVO SON OBLIGATORIOS EN 'F' Y 'C'.  *
      * PR-LST-COD-RETURN: '00' OK; '10' SIN PENDIENTES O FOLIO NO     *
      * PENDIENTE; '99' ERROR.                                         *
      ******************************************************************
        02 PR-PARAM-LISTAS.
          05 PR-LST-ACCION                PIC X(01).
             88 PR-LST-LISTA                      VALUE 'L'.
             88 PR-LST-FALSO-POSITIVO             VALUE 'F'.
             88 PR-LST-CONFIRMA                   VALUE 'C'.
          05 PR-LST-ENT                   PIC X(04).
          05 PR-LST-USUARIO               PIC X(08).
          05 PR-LST-FOLIO                 PIC 9(09).
          05 PR-LST-MOTIVO                PIC X(40).
          05 PR-LST-REP-FOLIO             PIC 9(09).
          05 PR-LST-COD-RETURN            PIC X(02).
          05 PR-LST-DES-ERROR             PIC X(40).
          05 PR-LST-MAS-DATOS             PIC X(01).
          05 PR-LST-NUM-COINCIDEN         PIC 9(02).
          05 PR-LST-COINCIDENCIA          OCCURS 10 TIMES.
             10 PR-LST-HIT-FOLIO          PIC 9(09).
             10 PR-LST-HIT-FECHA          PIC X(10).
             10 PR-LST-HIT-ORIGEN         PIC X(03).
             10 PR-LST-HIT-SUJETO         PIC X(14).
             10 PR-LST-HIT-REFERENCIA     PIC X(20).
             10 PR-LST-HIT-NOMBRE         PIC X(60).
             10 PR-LST-HIT-LISTA          PIC X(03).
             10 PR-LST-HIT-ID-LISTA       PIC X(20).
             10 PR-LST-HIT-NOM-LISTA      PIC X(60).
             10 PR-LST-HIT-SCORE          PIC 9(03).
             10 PR-LST-HIT-FOLIO-CASO     PIC 9(09).
