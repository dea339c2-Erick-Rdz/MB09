      * MBEC0510:  COMMAREA MB7C0510 -- SOLICITUDES ARCO DE            *
      *            RECTIFICACION, CANCELACION Y OPOSICION (MBDT228)    *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ240    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * COLA DE LA OFICINA DE PRIVACIDAD (EL ACCESO LO CUBRE MB9B0168).*
      *   'A' CAPTURA: PR-ARC-BDMID; PR-ARC-DERECHO ('R' RECTIFICACION;*
      *       'C' CANCELACION; 'O' OPOSICION); PR-ARC-DATOS (DATOS     *
      *       INVOLUCRADOS) Y PR-ARC-DESCRIPCION. PR-ARC-FEC-RECEPCION *
      *       EN BLANCO = FECHA DE PROCESO DEL CALENDARIO (MB7C0340).  *
      *       EL VENCIMIENTO LEGAL SON 20 DIAS HABILES DEL CALENDARIO. *
      *       EN CANCELACION SE REVISA LA RETENCION LEGAL Y SI ALGO LA *
      *       BLOQUEA LA SOLICITUD NACE EN 'BL'. REGRESA EL FOLIO.     *
      *   'C' CONSULTA UNA SOLICITUD POR PR-ARC-FOLIO.                 *
      *   'L' LISTA 10 POR PAGINA DESDE EL FOLIO SIGUIENTE A           *
      *       PR-ARC-REP-FOLIO: CON PR-ARC-BDMID TODAS LAS DEL         *
      *       CLIENTE; SIN EL LAS ABIERTAS ('PE'/'BL') DE LA ENTIDAD.  *
      *   'R' RESPUESTA: PR-ARC-RESULTADO ('P' PROCEDENTE; 'I'         *
      *       IMPROCEDENTE); PR-ARC-RESPUESTA Y PR-ARC-EVIDENCIA       *
      *       (REFERENCIA DEL SOPORTE ENTREGADO). UNA CANCELACION SE   *
      *       REVISA OTRA VEZ: CON RETENCION LEGAL VIGENTE SOLO PUEDE  *
      *       RESPONDERSE IMPROCEDENTE.                                *
      * BLOQUEOS: PR-ARC-BLQ-ACL ACLARACIONES ABIERTAS (MBDT309);      *
      * PR-ARC-BLQ-RET RETENCIONES O EMBARGOS (BGDT089); PR-ARC-BLQ-HIS*
      * MOVIMIENTOS DENTRO DEL PERIODO DE CONSERVACION (MBDT140 KEY    *
      * 'ARCO'); 'S' = BLOQUEA.                                        *
      * ESTADO: 'PE' PENDIENTE; 'BL' CANCELACION CON RETENCION LEGAL;  *
      * 'AT' ATENDIDA (PROCEDENTE); 'NE' NEGADA (IMPROCEDENTE).        *
      * PR-ARC-USUARIO OBLIGATORIO EN 'A' Y 'R'. PR-ARC-COD-RETURN:    *
      * '00' OK; '10' SIN DATOS / NO SE PUEDE RESPONDER ASI; '99' ERROR*
      ******************************************************************
        02 PR-PARAM-ARCO.
          05 PR-ARC-ACCION                PIC X(01).
             88 PR-ARC-ALTA                       VALUE 'A'.
             88 PR-ARC-CONSULTA                   VALUE 'C'.
             88 PR-ARC-LISTA                      VALUE 'L'.
             88 PR-ARC-RESPONDE                   VALUE 'R'.
          05 PR-ARC-ENT                   PIC X(04).
          05 PR-ARC-USUARIO               PIC X(08).
          05 PR-ARC-FOLIO                 PIC 9(09).
          05 PR-ARC-BDMID                 PIC X(40).
          05 PR-ARC-DERECHO               PIC X(01).
             88 PR-ARC-RECTIFICACION              VALUE 'R'.
             88 PR-ARC-CANCELACION                VALUE 'C'.
             88 PR-ARC-OPOSICION                  VALUE 'O'.
          05 PR-ARC-DATOS                 PIC X(60).
          05 PR-ARC-DESCRIPCION           PIC X(100).
          05 PR-ARC-FEC-RECEPCION         PIC X(10).
          05 PR-ARC-FEC-LIMITE            PIC X(10).
          05 PR-ARC-ESTADO                PIC X(02).
          05 PR-ARC-BLOQUEO.
             10 PR-ARC-BLQ-ACL            PIC X(01).
             10 PR-ARC-BLQ-RET            PIC X(01).
             10 PR-ARC-BLQ-HIS            PIC X(01).
          05 PR-ARC-RESULTADO             PIC X(01).
             88 PR-ARC-PROCEDENTE                 VALUE 'P'.
             88 PR-ARC-IMPROCEDENTE               VALUE 'I'.
          05 PR-ARC-RESPUESTA             PIC X(100).
          05 PR-ARC-EVIDENCIA             PIC X(60).
          05 PR-ARC-REP-FOLIO             PIC 9(09).
          05 PR-ARC-COD-RETURN            PIC X(02).
          05 PR-ARC-DES-ERROR             PIC X(40).
          05 PR-ARC-MAS-DATOS             PIC X(01).
          05 PR-ARC-NUM-SOLICITUD         PIC 9(02).
          05 PR-ARC-SOLICITUD             OCCURS 10 TIMES.
             10 PR-ARC-LST-FOLIO          PIC 9(09).
             10 PR-ARC-LST-BDMID          PIC X(40).
             10 PR-ARC-LST-DERECHO        PIC X(01).
             10 PR-ARC-LST-FEC-RECEPCION  PIC X(10).
             10 PR-ARC-LST-FEC-LIMITE     PIC X(10).
             10 PR-ARC-LST-ESTADO         PIC X(02).
             10 PR-ARC-LST-BLOQUEO        PIC X(03).
