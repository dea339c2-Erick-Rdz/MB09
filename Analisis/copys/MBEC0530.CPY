      * MBEC0530:  COMMAREA MB7C0530 -- MANTENIMIENTO CON MAKER-       *
      *            CHECKER DEL CATALOGO DE PARAMETROS MBDT140          *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ242    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LLAVE DEL PARAMETRO: PR-PRM-ENT + PR-PRM-KEY + PR-PRM-COD +    *
      * PR-PRM-LANGUAGE (ESPACIOS = 'E').                              *
      *   'L' LISTA LOS PARAMETROS VIGENTES DE PR-PRM-KEY, 10 POR      *
      *       PAGINA, DESDE EL CODIGO SIGUIENTE A PR-PRM-REP-COD.      *
      *   'P' LISTA LA MESA DE CAMBIOS ABIERTOS ('PD' PENDIENTE DE     *
      *       AUTORIZAR; 'AP' AUTORIZADO EN ESPERA DE SU VIGENCIA)     *
      *       DESDE EL FOLIO SIGUIENTE A PR-PRM-REP-FOLIO.             *
      *   'S' SOLICITA: PR-PRM-MOVIMIENTO ('A' ALTA; 'C' CAMBIO; 'B'   *
      *       BAJA); PR-PRM-VALOR SE VALIDA CONTRA EL FORMATO DE LA    *
      *       LLAVE (MBDT231); PR-PRM-STP-EFECTIVO FUTURO (ESPACIOS =  *
      *       AL AUTORIZAR). QUEDA 'PD' EN MBDT232; REGRESA EL FOLIO.  *
      *   'A' AUTORIZA PR-PRM-FOLIO (MANO DISTINTA): CON LA VIGENCIA   *
      *       CUMPLIDA SE APLICA YA; SI NO QUEDA 'AP'.                 *
      *   'R' RECHAZA PR-PRM-FOLIO.                                    *
      *   'E' APLICA LOS CAMBIOS 'AP' CUYA VIGENCIA YA SE CUMPLIO (LO  *
      *       LLAMA MB9B0206); PR-PRM-MAS-DATOS = 'S' SI QUEDARON MAS. *
      * CADA CAMBIO APLICADO ('AL') DEJA EL ANTES/DESPUES EN MBDT233 Y *
      * SI LA LLAVE ESTA EN CACHE DIFUNDE LA RECARGA (TC9C9900 '9').   *
      * PR-PRM-COD-RETURN: '00' OK; '10' NO ENCONTRADO; '20' DATO      *
      * INVALIDO; '30' MISMA MANO; '99' ERROR.                         *
      ******************************************************************
        02 PR-PARAM-MBDT140.
          05 PR-PRM-ACCION                PIC X(01).
             88 PR-PRM-LISTA                      VALUE 'L'.
             88 PR-PRM-PENDIENTES                 VALUE 'P'.
             88 PR-PRM-SOLICITA                   VALUE 'S'.
             88 PR-PRM-APRUEBA                    VALUE 'A'.
             88 PR-PRM-RECHAZA                    VALUE 'R'.
             88 PR-PRM-EJECUTA                    VALUE 'E'.
          05 PR-PRM-ENT                   PIC X(04).
          05 PR-PRM-USUARIO               PIC X(08).
          05 PR-PRM-KEY                   PIC X(08).
          05 PR-PRM-COD                   PIC X(08).
          05 PR-PRM-LANGUAGE              PIC X(01).
          05 PR-PRM-MOVIMIENTO            PIC X(01).
             88 PR-PRM-MOV-ALTA                   VALUE 'A'.
             88 PR-PRM-MOV-CAMBIO                 VALUE 'C'.
             88 PR-PRM-MOV-BAJA                   VALUE 'B'.
          05 PR-PRM-VALOR                 PIC X(250).
          05 PR-PRM-STP-EFECTIVO          PIC X(26).
          05 PR-PRM-FOLIO                 PIC 9(09).
          05 PR-PRM-ESTADO                PIC X(02).
          05 PR-PRM-REP-COD               PIC X(08).
          05 PR-PRM-REP-FOLIO             PIC 9(09).
          05 PR-PRM-COD-RETURN            PIC X(02).
          05 PR-PRM-DES-ERROR             PIC X(40).
          05 PR-PRM-MAS-DATOS             PIC X(01).
          05 PR-PRM-NUM-APLICADOS         PIC 9(05).
          05 PR-PRM-NUM-LISTA             PIC 9(02).
          05 PR-PRM-LISTA-DET             OCCURS 10 TIMES.
             10 PR-PRM-LST-FOLIO          PIC 9(09).
             10 PR-PRM-LST-KEY            PIC X(08).
             10 PR-PRM-LST-COD            PIC X(08).
             10 PR-PRM-LST-LANGUAGE       PIC X(01).
             10 PR-PRM-LST-MOVIMIENTO     PIC X(01).
             10 PR-PRM-LST-VALOR          PIC X(250).
             10 PR-PRM-LST-STP-EFECTIVO   PIC X(26).
             10 PR-PRM-LST-ESTADO         PIC X(02).
             10 PR-PRM-LST-USR-SOLICITA   PIC X(08).
