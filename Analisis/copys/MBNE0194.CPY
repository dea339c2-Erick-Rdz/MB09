      * MBNE0194: COPY DE ENTRADA/SALIDA PARA LA ATENCION DE           *
      *           REQUERIMIENTOS DE INFORMACION CNBV/SIARA, MB9B0194.  *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ226   AGR  15-10-2026  ALTA DE COPY PARA LA ATENCION DE    *
      *                            REQUERIMIENTOS SIARA (MB9B0194)     *
      ******************************************************************
      * MBNE0194            PARAMETROS DE LA CORRIDA.                  *
      * E194-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E194-USUARIO         (R)  USUARIO DE CUMPLIMIENTO QUE ATIENDE; *
      *                           QUEDA COMO SOLICITANTE DE LAS        *
      *                           RECUPERACIONES DE ARCHIVO Y EMISOR   *
      *                           DEL FOLIO CERTIFICADO                *
      * E194-COD-CONTROL     (R)  CONTADOR DE LA TABLA DE CONTROL DE   *
      *                           FOLIOS CERTIFICADOS (MB7C0145)       *
      * E194-FORMATO         (O)  FORMATO DEL EXTRACTO MB9B0119:       *
      *                           'C' CSV  'F' ANCHO FIJO (DEFAULT 'F')*
      * E194-COD-RETURN      (S)  '00' OK  '10' ARCHIVO SIN            *
      *                           REQUERIMIENTOS  '99' ERROR           *
      * E194-NUM-LEIDOS      (S)  RENGLONES LEIDOS DEL ARCHIVO         *
      * E194-NUM-ATENDIDOS   (S)  REQUERIMIENTOS CON PAQUETE Y FOLIO   *
      * E194-NUM-SIN-CUENTAS (S)  REQUERIMIENTOS SIN CUENTAS DE LA     *
      *                           PERSONA (RESPUESTA NEGATIVA)         *
      * E194-NUM-RECHAZADOS  (S)  RENGLONES RECHAZADOS (DATOS          *
      *                           INCOMPLETOS O YA ATENDIDOS)          *
      * E194-NUM-EXTRACTOS   (S)  EXTRACTOS GENERADOS (MB9B0119)       *
      * E194-NUM-RECUPERA    (S)  SOLICITUDES DE RECUPERACION DE       *
      *                           ARCHIVO LEVANTADAS (MB7C0290)        *
      ******************************************************************
       01 MBNE0194.
          05 E194-ENT-ORIGIN               PIC X(04).
          05 E194-USUARIO                  PIC X(08).
          05 E194-COD-CONTROL              PIC 9(07).
          05 E194-FORMATO                  PIC X(01).
          05 E194-COD-RETURN               PIC X(02).
             88 E194-RETURN-OK                     VALUE '00'.
             88 E194-RETURN-SIN-DATOS              VALUE '10'.
             88 E194-RETURN-ERROR                  VALUE '99'.
          05 E194-NUM-LEIDOS               PIC 9(07).
          05 E194-NUM-ATENDIDOS            PIC 9(07).
          05 E194-NUM-SIN-CUENTAS          PIC 9(07).
          05 E194-NUM-RECHAZADOS           PIC 9(07).
          05 E194-NUM-EXTRACTOS            PIC 9(07).
          05 E194-NUM-RECUPERA             PIC 9(07).
