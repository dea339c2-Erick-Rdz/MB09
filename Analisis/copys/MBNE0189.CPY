      * MBNE0189: COPY DE ENTRADA/SALIDA PARA LA GENERACION DEL        *
      *           ARCHIVO DE EMISION CFDI DE COMISIONES, MB9B0189.     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ222   AGR  15-10-2026  ALTA DE COPY PARA LA EMISION CFDI   *
      *                            DE COMISIONES (MB9B0189)            *
      ******************************************************************
      * MBNE0189            PARAMETROS DE LA EMISION.                  *
      * E189-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E189-MES-PROCESO     (R)  MES FACTURADO (YYYY-MM)              *
      * E189-REENVIO         (O)  'S' VUELVE A MANDAR LAS COMISIONES   *
      *                           YA ENVIADAS SIN FOLIO FISCAL ('EN'   *
      *                           EN MBDT212; ARCHIVO PERDIDO O NO     *
      *                           PROCESADO POR EL PAC). DEFAULT 'N':  *
      *                           SOLO LAS NUEVAS Y LAS RECHAZADAS     *
      * E189-COD-RETURN      (S)  '00' OK  '10' SIN COMISIONES A       *
      *                           FACTURAR  '99' ERROR                 *
      * E189-NUM-CFDI        (S)  COMPROBANTES (CLIENTES) GENERADOS    *
      * E189-NUM-CONCEPTOS   (S)  COMISIONES INCLUIDAS                 *
      * E189-NUM-SIN-RFC     (S)  COMISIONES OMITIDAS POR CLIENTE SIN  *
      *                           RFC EN PEDT001 (O SIN TITULAR)       *
      * E189-IMP-SUBTOTAL    (S)  SUMA DE COMISIONES FACTURADAS        *
      * E189-IMP-IVA         (S)  SUMA DEL IVA FACTURADO               *
      ******************************************************************
       01 MBNE0189.
          05 E189-ENT-ORIGIN               PIC X(04).
          05 E189-MES-PROCESO              PIC X(07).
          05 E189-REENVIO                  PIC X(01).
             88 E189-REENVIO-SI                    VALUE 'S'.
          05 E189-COD-RETURN               PIC X(02).
             88 E189-RETURN-OK                     VALUE '00'.
             88 E189-RETURN-SIN-DATOS              VALUE '10'.
             88 E189-RETURN-ERROR                  VALUE '99'.
          05 E189-NUM-CFDI                 PIC 9(07).
          05 E189-NUM-CONCEPTOS            PIC 9(07).
          05 E189-NUM-SIN-RFC              PIC 9(07).
          05 E189-IMP-SUBTOTAL             PIC 9(13)V9(02).
          05 E189-IMP-IVA                  PIC 9(13)V9(02).
