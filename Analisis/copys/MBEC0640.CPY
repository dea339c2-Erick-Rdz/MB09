      * MBEC0640:  COMMAREA MB7C0640 -- DICTAMEN DE CONTROL INTERNO    *
      *            SOBRE LOS HALLAZGOS DE LA AUDITORIA DE SEGREGACION  *
      *            DE FUNCIONES (MBDT257, MB9B0215)                    *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ255    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      *   'L' LISTA LOS HALLAZGOS DEL MES PR-SOD-PERIODO (YYYY-MM) EN  *
      *       PAGINAS DE 10; PR-SOD-ID-HALLAZGO ES EL ULTIMO ID DE LA  *
      *       PAGINA ANTERIOR (CEROS PARA LA PRIMERA).                 *
      *       PR-SOD-SOLO-PEND 'S' LISTA SOLO LOS PENDIENTES.          *
      *   'D' REGISTRA EL DICTAMEN PR-SOD-DISPOSICION DEL HALLAZGO     *
      *       PR-SOD-ID-HALLAZGO: 'JU' JUSTIFICADO, 'FP' FALSO         *
      *       POSITIVO, 'ES' ESCALADO. REQUIERE USUARIO Y COMENTARIO;  *
      *       QUIEN DICTAMINA NO PUEDE SER UNO DE LOS USUARIOS DEL     *
      *       HALLAZGO Y SOLO SE DICTAMINAN LOS PENDIENTES ('PD').     *
      * TIPOS DE HALLAZGO: 'RECI' PAR RECIPROCO, 'CONC' CONCENTRACION  *
      * DE APROBACIONES, 'HORA' FUERA DE HORARIO, 'RAPI' APROBACION    *
      * RAPIDA.                                                        *
      * PR-SOD-COD-RETURN: '00' OK; '10' NO ENCONTRADO; '99' ERROR     *
      * (PR-SOD-DES-ERROR).                                            *
      ******************************************************************
        02 PR-PARAM-SOD.
          05 PR-SOD-ACCION                PIC X(01).
             88 PR-SOD-LISTA                      VALUE 'L'.
             88 PR-SOD-DICTAMEN                   VALUE 'D'.
          05 PR-SOD-ENT                   PIC X(04).
          05 PR-SOD-PERIODO               PIC X(07).
          05 PR-SOD-SOLO-PEND             PIC X(01).
             88 PR-SOD-SOLO-PEND-SI               VALUE 'S'.
          05 PR-SOD-USUARIO               PIC X(08).
          05 PR-SOD-ID-HALLAZGO           PIC 9(09).
          05 PR-SOD-DISPOSICION           PIC X(02).
             88 PR-SOD-DISP-JUSTIFICADO           VALUE 'JU'.
             88 PR-SOD-DISP-FALSO-POSITIVO        VALUE 'FP'.
             88 PR-SOD-DISP-ESCALADO              VALUE 'ES'.
          05 PR-SOD-COMENTARIO            PIC X(60).
          05 PR-SOD-COD-RETURN            PIC X(02).
          05 PR-SOD-DES-ERROR             PIC X(40).
          05 PR-SOD-NUM-HALLAZGOS         PIC 9(03).
          05 PR-SOD-HALLAZGOS             OCCURS 10 TIMES.
             10 PR-SOD-HAL-ID             PIC 9(09).
             10 PR-SOD-HAL-TIPO           PIC X(04).
             10 PR-SOD-HAL-COLA           PIC X(04).
             10 PR-SOD-HAL-USR-1          PIC X(08).
             10 PR-SOD-HAL-USR-2          PIC X(08).
             10 PR-SOD-HAL-FOLIO          PIC X(30).
             10 PR-SOD-HAL-VALOR          PIC 9(09).
             10 PR-SOD-HAL-DETALLE        PIC X(60).
             10 PR-SOD-HAL-DISPOSICION    PIC X(02).
             10 PR-SOD-HAL-USR-REVISA     PIC X(08).
             10 PR-SOD-HAL-COMENTARIO     PIC X(60).
