      ******************************************************************
      *  MB7C0550: CANCELACION DE CUENTA DE PUNTA A PUNTA. HOY CERRAR *
      *            UNA CUENTA ES UNA LISTA EN PAPEL: ALGUIEN REVISA   *
      *            RETENCIONES (BGDT089), ACLARACIONES (MBDT309),     *
      *            SOBRES Y ALCANCIA (MBDT039), NOMINA PENDIENTE      *
      *            (MBDT258), ENROLAMIENTO DE ESTADOS DE CUENTA       *
      *            (MBDT148/151), DELEGACIONES (MBDT196) Y TELEFONOS  *
      *            MAPEADOS (MCDT403). AQUI LA REVISION ES AUTOMATICA *
      *            Y LISTA LOS BLOQUEOS; LA SOLICITUD QUEDA 'PD' EN   *
      *            MBDT236 Y UN AUTORIZADOR DE MANO DISTINTA LA       *
      *            APRUEBA: SE BARREN METAS A LA CUENTA, SE PAGA EL   *
      *            SALDO A LA CUENTA DESIGNADA, SE CANCELAN           *
      *            ENROLAMIENTO Y DELEGACIONES, LOS TELEFONOS SE      *
      *            CIERRAN CON LA GRACIA DE MB7C0400 Y LA CUENTA SE   *
      *            DA DE BAJA EN MBDT036. EL ESTADO DE CUENTA FINAL   *
      *            LO EMITE MB9B0208. MISMO PATRON MAKER-CHECKER QUE  *
      *            MB7C0260. SIN VERBOS CICS.                         *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0550.
      *
       AUTHOR.        BACKOFFICE.
      *
       DATE-WRITTEN.  2026-10-15.
      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ245    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
         COPY QAWCSQL.
      *
       01 VA-SW-BLOQUEO                    PIC X(01) VALUE 'N'.
           88 VA-88-BLOQUEO-SI                    VALUE 'S'.
       01 VA-SW-FIN-META                   PIC X(01) VALUE 'N'.
           88 VA-88-FIN-META-SI                   VALUE 'S'.
       01 VA-SW-FIN-TEL                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-TEL-SI                    VALUE 'S'.
      *
      * CUENTA A CANCELAR (MBDT036) Y SU SOLICITUD (MBDT236).
       01 VA-NUM-CLTE                      PIC S9(09) COMP-3.
       01 VA-BDMID                         PIC X(40).
       01 VA-CTA-EJE                       PIC X(14).
       01 VA-FOLIO                         PIC S9(09) COMP-3.
       01 VA-ESTADO                        PIC X(02).
       01 VA-USR-SOLICITA                  PIC X(08).
       01 VA-FORMATO                       PIC X(01).
       01 VA-SALDO                         PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-METAS                     PIC S9(13)V9(02) COMP-3.
       01 VA-IMP-PAGADO                    PIC S9(13)V9(02) COMP-3.
       01 VN-CUENTA                        PIC S9(09) COMP.
       01 VN-PAGO                          PIC S9(09) COMP.
      *
      * RENGLON DE REVISION EN TURNO (SE AGREGA A PR-CIE-REVISIONES).
       01 VA-REVISION.
           05 VA-REV-CLAVE                 PIC X(04).
           05 VA-REV-BLOQUEA               PIC X(01).
           05 VA-REV-NUM                   PIC S9(09) COMP.
           05 VA-REV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 VA-REV-DESC                  PIC X(30).
       01 VA-IX-REV                        PIC S9(04) COMP.
      *
      * SOBRE/ALCANCIA EN TURNO DEL BARRIDO (CURSOR C550MET).
       01 VA-META.
           05 VA-MET-ID                    PIC S9(09) COMP-3.
           05 VA-MET-LOG-METAS             PIC X(10).
           05 VA-MET-SALDO                 PIC S9(13)V9(02) COMP-3.
      *
      * MOVIMIENTO A POSTEAR EN BGDT071 (5400-POSTEA-MOVIMIENTO).
       01 VA-MOVTO.
           05 VA-MOV-CEN-REG               PIC X(04).
           05 VA-MOV-ACC                   PIC X(10).
           05 VA-MOV-COD                   PIC X(03).
           05 VA-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 VA-MOV-OBSERVA               PIC X(40).
       01 VA-NUM-OPER                      PIC S9(09) COMP-3.
      * SALDO DESPUES DEL MOVIMIENTO (T071_AUTBAL): ULTIMO SALDO DE
      * LA CUENTA MAS EL IMPORTE POSTEADO.
       01 VA-SALDO-PREVIO                  PIC S9(13)V9(02) COMP-3.
       01 VA-AUTBAL                        PIC S9(13)V9(02) COMP-3.
       01 VA-MOV-IMP-META                  PIC S9(13)V9(02) COMP-3.
      *
       01 VA-TELEFONO                      PIC X(15).
      *
      *    COMMAREA DEL REMAPEO DE TELEFONOS (CALL MB7C0400).
       01 VA-MBEC0400.
           COPY MBEC0400.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-30                            PIC X(02) VALUE '30'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-PD                            PIC X(02) VALUE 'PD'.
       01 CA-RC                            PIC X(02) VALUE 'RC'.
       01 CA-CE                            PIC X(02) VALUE 'CE'.
       01 CA-SI                            PIC X(01) VALUE 'S'.
       01 CA-NO                            PIC X(01) VALUE 'N'.
       01 CA-MAX-REV                       PIC S9(04) COMP VALUE 9.
       01 CA-COD-METAS                     PIC X(03) VALUE 'CIM'.
       01 CA-COD-CARGO                     PIC X(03) VALUE 'CIC'.
       01 CA-COD-ABONO                     PIC X(03) VALUE 'CIA'.
       01 CA-FORMATO-DFT                   PIC X(01) VALUE 'C'.
       01 CA-MB7C0400                      PIC X(08) VALUE 'MB7C0400'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0550.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-CIE-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-CIE-REVISA
                    PERFORM 2000-REVISA-CUENTA
                 WHEN PR-CIE-SOLICITA
                    PERFORM 3000-SOLICITA-CIERRE
                 WHEN PR-CIE-APRUEBA
                    PERFORM 4000-RESUELVE-SOLICITUD
                 WHEN PR-CIE-RECHAZA
                    PERFORM 4000-RESUELVE-SOLICITUD
                 WHEN PR-CIE-CONSULTA
                    PERFORM 6000-CONSULTA-SOLICITUD
                 WHEN OTHER
                    MOVE CA-99             TO PR-CIE-COD-RETURN
                    MOVE 'ACCION NO RECONOCIDA'
                                           TO PR-CIE-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-CIE-COD-RETURN
           MOVE SPACES                     TO PR-CIE-DES-ERROR
           MOVE ZEROES                     TO PR-CIE-NUM-REVISIONES
                                              PR-CIE-SALDO
                                              PR-CIE-IMP-METAS
                                              PR-CIE-IMP-PAGADO
                                              PR-CIE-NUM-TELEFONOS
           MOVE SPACES                     TO VA-FORMATO
           MOVE ZEROES                     TO VA-IX-REV
                                              VA-SALDO
                                              VA-IMP-METAS
                                              VA-IMP-PAGADO

           IF PR-CIE-ENT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-CIE-DES-ERROR
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND
              (PR-CIE-SOLICITA OR PR-CIE-APRUEBA OR PR-CIE-RECHAZA)
              IF PR-CIE-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-CIE-DES-ERROR
              END-IF
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND
              (PR-CIE-REVISA OR PR-CIE-SOLICITA)
              MOVE SPACES                  TO PR-CIE-ESTADO
              IF PR-CIE-CEN-REG EQUAL SPACES OR LOW-VALUES OR
                 PR-CIE-ACC     EQUAL SPACES OR LOW-VALUES
                 MOVE CA-20                TO PR-CIE-COD-RETURN
                 MOVE 'CUENTA NO INFORMADA'
                                           TO PR-CIE-DES-ERROR
              END-IF
              IF PR-CIE-CEN-PAGO EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-CIE-CEN-PAGO
              END-IF
              IF PR-CIE-ACC-PAGO EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-CIE-ACC-PAGO
              END-IF
              IF PR-CIE-MOTIVO EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-CIE-MOTIVO
              END-IF
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND
              (PR-CIE-APRUEBA OR PR-CIE-RECHAZA OR PR-CIE-CONSULTA)
              IF PR-CIE-FOLIO NOT NUMERIC OR
                 PR-CIE-FOLIO EQUAL ZEROES
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'FOLIO DE SOLICITUD REQUERIDO'
                                           TO PR-CIE-DES-ERROR
              ELSE
                 MOVE PR-CIE-FOLIO         TO VA-FOLIO
              END-IF
           END-IF.
      ******************************************************************
      *2000-REVISA-CUENTA: LA CUENTA DEBE ESTAR ACTIVA EN MBDT036;     *
      *     CADA REVISION CON ALGO PENDIENTE SE AGREGA A LA LISTA;     *
      *     LAS QUE BLOQUEAN ENCIENDEN VA-SW-BLOQUEO.                  *
      ******************************************************************
       2000-REVISA-CUENTA.

           MOVE CA-NO                      TO VA-SW-BLOQUEO
           MOVE ZEROES                     TO VA-IX-REV
                                              PR-CIE-NUM-REVISIONES
           MOVE SPACES                     TO VA-CTA-EJE
           STRING PR-CIE-CEN-REG           DELIMITED BY SIZE
                  PR-CIE-ACC               DELIMITED BY SIZE
             INTO VA-CTA-EJE
           END-STRING

           PERFORM 2010-LEE-CUENTA

           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2100-REVISA-RETENCIONES
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2200-REVISA-ACLARACIONES
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2300-REVISA-NOMINA
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2400-REVISA-METAS
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2500-REVISA-SALDO
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2600-REVISA-ENROLAMIENTO
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2700-REVISA-DELEGACIONES
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2800-REVISA-TELEFONOS
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND VA-88-BLOQUEO-SI
              MOVE CA-20                   TO PR-CIE-COD-RETURN
              MOVE 'LA CUENTA TIENE BLOQUEOS DE CIERRE'
                                           TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2010-LEE-CUENTA.                                                *
      ******************************************************************
       2010-LEE-CUENTA.

           MOVE ZEROES                     TO VA-NUM-CLTE
           MOVE SPACES                     TO VA-BDMID

           EXEC SQL
              SELECT TOP 1 T036_NUM_CLTE, T036_BDMID
                INTO :VA-NUM-CLTE, :VA-BDMID
                FROM MBDT036 with (nolock)
               WHERE T036_ENT      = :PR-CIE-ENT
                 AND T036_CEN_REG  = :PR-CIE-CEN-REG
                 AND T036_ACC      = :PR-CIE-ACC
                 AND T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-20                TO PR-CIE-COD-RETURN
                 MOVE 'CUENTA NO ACTIVA EN MBDT036'
                                           TO PR-CIE-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT036'  TO PR-CIE-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2100-REVISA-RETENCIONES: TODO RENGLON DE BGDT089 ES UNA         *
      *     RETENCION VIVA (LA LIBERACION LO BORRA); LOS EMBARGOS      *
      *     VIVEN EN LA MISMA TABLA. BLOQUEA.                          *
      ******************************************************************
       2100-REVISA-RETENCIONES.

           MOVE ZEROES                     TO VA-REV-NUM

           EXEC SQL
              SELECT COUNT(*)
                INTO :VA-REV-NUM
                FROM BGDT089 with (nolock)
               WHERE T089_ENT     = :PR-CIE-ENT
                 AND T089_CEN_REG = :PR-CIE-CEN-REG
                 AND T089_ACC     = :PR-CIE-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VA-REV-NUM > ZEROES
                 MOVE 'RETE'               TO VA-REV-CLAVE
                 MOVE CA-SI                TO VA-REV-BLOQUEA
                 MOVE ZEROES               TO VA-REV-IMPORTE
                 MOVE 'RETENCIONES O EMBARGOS VIVOS'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL BGDT089'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2200-REVISA-ACLARACIONES: ACLARACIONES NO CERRADAS NI           *
      *     RECHAZADAS (MBDT309). BLOQUEA.                             *
      ******************************************************************
       2200-REVISA-ACLARACIONES.

           MOVE ZEROES                     TO VA-REV-NUM

           EXEC SQL
              SELECT COUNT(*)
                INTO :VA-REV-NUM
                FROM MBDT309 with (nolock)
               WHERE T309_ENT     = :PR-CIE-ENT
                 AND T309_CEN_REG = :PR-CIE-CEN-REG
                 AND T309_ACC     = :PR-CIE-ACC
                 AND T309_STATUS NOT IN ('CE','RE')
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VA-REV-NUM > ZEROES
                 MOVE 'ACLA'               TO VA-REV-CLAVE
                 MOVE CA-SI                TO VA-REV-BLOQUEA
                 MOVE ZEROES               TO VA-REV-IMPORTE
                 MOVE 'ACLARACIONES ABIERTAS'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT309'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2300-REVISA-NOMINA: DISPERSION DE NOMINA DE HOY O FUTURA EN LA  *
      *     QUE LA CUENTA ES DISPERSORA (T258_CTA_CAR) O RECEPTORA     *
      *     (T258_REF_CAR: CENTRO(1:4) + CUENTA(5:10)). BLOQUEA.       *
      ******************************************************************
       2300-REVISA-NOMINA.

           MOVE ZEROES                     TO VA-REV-NUM
                                              VA-REV-IMPORTE

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(T258_MOV_CAR), 0)
                INTO :VA-REV-NUM, :VA-REV-IMPORTE
                FROM MBDT258 with (nolock)
               WHERE T258_FEC_REG >= CURRENT DATE
                 AND (T258_CTA_CAR = :VA-CTA-EJE
                   OR SUBSTR(T258_REF_CAR, 1, 14) = :VA-CTA-EJE)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VA-REV-NUM > ZEROES
                 MOVE 'NOMI'               TO VA-REV-CLAVE
                 MOVE CA-SI                TO VA-REV-BLOQUEA
                 MOVE 'NOMINA PENDIENTE DE DISPERSAR'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT258'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2400-REVISA-METAS: SOBRES Y ALCANCIA DEL CLIENTE SOBRE ESTA     *
      *     CUENTA EJE CON SALDO. AL APROBAR SE BARREN A LA CUENTA.    *
      ******************************************************************
       2400-REVISA-METAS.

           MOVE ZEROES                     TO VA-REV-NUM
                                              VA-REV-IMPORTE

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(T039_SALDO), 0)
                INTO :VA-REV-NUM, :VA-REV-IMPORTE
                FROM MAZP.MBDT039 with (nolock)
               WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T039_CTA_EJE     = :VA-CTA-EJE
                 AND T039_SALDO > 0
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VA-REV-IMPORTE          TO VA-IMP-METAS
                                              PR-CIE-IMP-METAS
              IF VA-REV-NUM > ZEROES
                 MOVE 'META'               TO VA-REV-CLAVE
                 MOVE CA-NO                TO VA-REV-BLOQUEA
                 MOVE 'SOBRES/ALCANCIA: SE BARREN'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT039'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2500-REVISA-SALDO: SALDO CONTABLE (ULTIMO T071_AUTBAL). DEUDOR  *
      *     BLOQUEA; A FAVOR (MAS LO QUE SE BARRA DE METAS) SE PAGA A  *
      *     LA CUENTA DESIGNADA.                                       *
      ******************************************************************
       2500-REVISA-SALDO.

           PERFORM 2510-LEE-SALDO

           IF PR-CIE-COD-RETURN EQUAL CA-00
              MOVE VA-SALDO                TO PR-CIE-SALDO
              MOVE 1                       TO VA-REV-NUM
              EVALUATE TRUE
                 WHEN VA-SALDO < ZEROES
                    MOVE 'SDEU'            TO VA-REV-CLAVE
                    MOVE CA-SI             TO VA-REV-BLOQUEA
                    COMPUTE VA-REV-IMPORTE = 0 - VA-SALDO
                    MOVE 'SALDO DEUDOR'    TO VA-REV-DESC
                    PERFORM 2900-AGREGA-REVISION
                 WHEN VA-SALDO + VA-IMP-METAS > ZEROES
                    MOVE 'SALD'            TO VA-REV-CLAVE
                    MOVE CA-NO             TO VA-REV-BLOQUEA
                    COMPUTE VA-REV-IMPORTE = VA-SALDO + VA-IMP-METAS
                    MOVE 'SALDO A PAGAR A CUENTA DESTINO'
                                           TO VA-REV-DESC
                    PERFORM 2900-AGREGA-REVISION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      ******************************************************************
      *2510-LEE-SALDO.                                                 *
      ******************************************************************
       2510-LEE-SALDO.

           MOVE ZEROES                     TO VA-SALDO

           EXEC SQL
              SELECT COALESCE(
                     (SELECT TOP 1 U.T071_AUTBAL
                        FROM BGDT071 U with (nolock)
                       WHERE U.T071_ENT     = :PR-CIE-ENT
                         AND U.T071_CEN_REG = :PR-CIE-CEN-REG
                         AND U.T071_ACC     = :PR-CIE-ACC
                       ORDER BY U.T071_DAT_OPERATION DESC,
                                U.T071_NUM_OPERATION DESC), 0)
                INTO :VA-SALDO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL BGDT071'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2600-REVISA-ENROLAMIENTO: CICLO (MBDT148) Y ENTREGA (MBDT151)   *
      *     DE ESTADOS DE CUENTA. AL APROBAR SE CANCELAN.              *
      ******************************************************************
       2600-REVISA-ENROLAMIENTO.

           MOVE ZEROES                     TO VA-REV-NUM

           EXEC SQL
              SELECT (SELECT COUNT(*)
                        FROM MBDT148 with (nolock)
                       WHERE T148_ENT     = :PR-CIE-ENT
                         AND T148_NUMCUEN = :VA-CTA-EJE)
                   + (SELECT COUNT(*)
                        FROM MBDT151 with (nolock)
                       WHERE T151_ENT     = :PR-CIE-ENT
                         AND T151_NUMCUEN = :VA-CTA-EJE)
                INTO :VA-REV-NUM
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VA-REV-NUM > ZEROES
                 MOVE 'EDOC'               TO VA-REV-CLAVE
                 MOVE CA-NO                TO VA-REV-BLOQUEA
                 MOVE ZEROES               TO VA-REV-IMPORTE
                 MOVE 'ENROLAMIENTO EDO. CTA.: SE BAJA'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT148/MBDT151'
                                           TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2700-REVISA-DELEGACIONES: DELEGACIONES DE VISTA ACTIVAS         *
      *     (MBDT196). AL APROBAR SE REVOCAN.                          *
      ******************************************************************
       2700-REVISA-DELEGACIONES.

           MOVE ZEROES                     TO VA-REV-NUM

           EXEC SQL
              SELECT COUNT(*)
                INTO :VA-REV-NUM
                FROM MBDT196 with (nolock)
               WHERE T196_ENT    = :PR-CIE-ENT
                 AND T196_CUENTA = :VA-CTA-EJE
                 AND T196_ESTADO = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VA-REV-NUM > ZEROES
                 MOVE 'DELE'               TO VA-REV-CLAVE
                 MOVE CA-NO                TO VA-REV-BLOQUEA
                 MOVE ZEROES               TO VA-REV-IMPORTE
                 MOVE 'DELEGACIONES: SE REVOCAN'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT196'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2800-REVISA-TELEFONOS: NUMEROS DE WALLET QUE APUNTAN A LA       *
      *     CUENTA (MCDT403). AL APROBAR SE CIERRAN CON SU GRACIA.     *
      ******************************************************************
       2800-REVISA-TELEFONOS.

           MOVE ZEROES                     TO VA-REV-NUM

           EXEC SQL
              SELECT COUNT(*)
                INTO :VA-REV-NUM
                FROM MCDT403 with (nolock)
               WHERE T403_NUM_CTA = :VA-CTA-EJE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VA-REV-NUM > ZEROES
                 MOVE 'TELE'               TO VA-REV-CLAVE
                 MOVE CA-NO                TO VA-REV-BLOQUEA
                 MOVE ZEROES               TO VA-REV-IMPORTE
                 MOVE 'TELEFONOS MAPEADOS: SE CIERRAN'
                                           TO VA-REV-DESC
                 PERFORM 2900-AGREGA-REVISION
              END-IF
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MCDT403'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *2900-AGREGA-REVISION.                                           *
      ******************************************************************
       2900-AGREGA-REVISION.

           IF VA-REV-BLOQUEA EQUAL CA-SI
              MOVE CA-SI                   TO VA-SW-BLOQUEO
           END-IF

           IF VA-IX-REV < CA-MAX-REV
              ADD 1                        TO VA-IX-REV
              MOVE VA-REV-CLAVE        TO PR-CIE-REV-CLAVE(VA-IX-REV)
              MOVE VA-REV-BLOQUEA      TO PR-CIE-REV-BLOQUEA(VA-IX-REV)
              MOVE VA-REV-NUM          TO PR-CIE-REV-NUM(VA-IX-REV)
              MOVE VA-REV-IMPORTE      TO PR-CIE-REV-IMPORTE(VA-IX-REV)
              MOVE VA-REV-DESC         TO PR-CIE-REV-DESC(VA-IX-REV)
              MOVE VA-IX-REV               TO PR-CIE-NUM-REVISIONES
           END-IF.
      ******************************************************************
      *2950-VALIDA-CTA-PAGO: SI HAY ALGO QUE PAGAR LA CUENTA DESTINO   *
      *     ES OBLIGATORIA, DISTINTA DE LA QUE SE CIERRA Y DEBE        *
      *     EXISTIR EN BGDT041 (CUENTA INTERNA).                       *
      ******************************************************************
       2950-VALIDA-CTA-PAGO.

           IF VA-SALDO + VA-IMP-METAS > ZEROES
              IF PR-CIE-CEN-PAGO EQUAL SPACES OR
                 PR-CIE-ACC-PAGO EQUAL SPACES
                 MOVE CA-20                TO PR-CIE-COD-RETURN
                 MOVE 'FALTA CUENTA DESTINO DEL SALDO'
                                           TO PR-CIE-DES-ERROR
              END-IF
              IF PR-CIE-COD-RETURN EQUAL CA-00 AND
                 PR-CIE-CEN-PAGO EQUAL PR-CIE-CEN-REG AND
                 PR-CIE-ACC-PAGO EQUAL PR-CIE-ACC
                 MOVE CA-20                TO PR-CIE-COD-RETURN
                 MOVE 'CUENTA DESTINO IGUAL A LA QUE CIERRA'
                                           TO PR-CIE-DES-ERROR
              END-IF
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND
              PR-CIE-CEN-PAGO NOT EQUAL SPACES
              MOVE ZEROES                  TO VN-PAGO
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-PAGO
                   FROM BGDT041 with(nolock)
                  WHERE T041_ENT     = :PR-CIE-ENT
                    AND T041_CEN_REG = :PR-CIE-CEN-PAGO
                    AND T041_ACC     = :PR-CIE-ACC-PAGO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL BGDT041'  TO PR-CIE-DES-ERROR
              ELSE
                 IF VN-PAGO EQUAL ZEROES
                    MOVE CA-20             TO PR-CIE-COD-RETURN
                    MOVE 'CUENTA DESTINO NO EXISTE EN BGDT041'
                                           TO PR-CIE-DES-ERROR
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      *3000-SOLICITA-CIERRE: SIN BLOQUEOS; CON CUENTA DESTINO VALIDA Y *
      *     SIN OTRA SOLICITUD PENDIENTE DE LA MISMA CUENTA.           *
      ******************************************************************
       3000-SOLICITA-CIERRE.

           PERFORM 2000-REVISA-CUENTA

           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 2950-VALIDA-CTA-PAGO
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              MOVE ZEROES                  TO VN-CUENTA
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :VN-CUENTA
                   FROM MBDT236 with (nolock)
                  WHERE T236_ENT     = :PR-CIE-ENT
                    AND T236_CEN_REG = :PR-CIE-CEN-REG
                    AND T236_ACC     = :PR-CIE-ACC
                    AND T236_ESTADO  = :CA-PD
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT236'  TO PR-CIE-DES-ERROR
              ELSE
                 IF VN-CUENTA > ZEROES
                    MOVE CA-20             TO PR-CIE-COD-RETURN
                    MOVE 'YA HAY UNA SOLICITUD PENDIENTE'
                                           TO PR-CIE-DES-ERROR
                 END-IF
              END-IF
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 3100-ENCOLA-SOLICITUD
           END-IF.
      ******************************************************************
      *3100-ENCOLA-SOLICITUD.                                          *
      ******************************************************************
       3100-ENCOLA-SOLICITUD.

           EXEC SQL
              SELECT COALESCE(MAX(T236_FOLIO), 0) + 1
                INTO :VA-FOLIO
                FROM MBDT236 with (nolock)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT236'     TO PR-CIE-DES-ERROR
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              EXEC SQL
                 INSERT INTO MBDT236
                        (T236_FOLIO, T236_ENT, T236_CEN_REG,
                         T236_ACC, T236_BDMID, T236_NUM_CLTE,
                         T236_CEN_PAGO, T236_ACC_PAGO,
                         T236_MOTIVO, T236_ESTADO,
                         T236_USR_SOLICITA, T236_USR_APRUEBA,
                         T236_STP_SOLICITA, T236_STP_RESUELVE,
                         T236_FEC_CIERRE, T236_IMP_METAS,
                         T236_IMP_PAGADO, T236_FORMATO,
                         T236_STP_EDOCTA)
                 VALUES (:VA-FOLIO, :PR-CIE-ENT, :PR-CIE-CEN-REG,
                         :PR-CIE-ACC, :VA-BDMID, :VA-NUM-CLTE,
                         :PR-CIE-CEN-PAGO, :PR-CIE-ACC-PAGO,
                         :PR-CIE-MOTIVO, :CA-PD,
                         :PR-CIE-USUARIO, ' ',
                         CURRENT TIMESTAMP, NULL,
                         NULL, 0, 0, ' ', NULL)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-FOLIO             TO PR-CIE-FOLIO
                 MOVE CA-PD                TO PR-CIE-ESTADO
              ELSE
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT236'  TO PR-CIE-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *4000-RESUELVE-SOLICITUD: EL AUTORIZADOR DEBE SER MANO DISTINTA  *
      *     DEL CAPTURISTA. AL APROBAR SE REVISA DE NUEVO (ALGO PUDO   *
      *     CAMBIAR DESDE LA SOLICITUD) Y SE EJECUTA EL CIERRE.        *
      ******************************************************************
       4000-RESUELVE-SOLICITUD.

           EXEC SQL
              SELECT T236_USR_SOLICITA, T236_CEN_REG, T236_ACC,
                     T236_CEN_PAGO, T236_ACC_PAGO, T236_MOTIVO
                INTO :VA-USR-SOLICITA, :PR-CIE-CEN-REG,
                     :PR-CIE-ACC, :PR-CIE-CEN-PAGO,
                     :PR-CIE-ACC-PAGO, :PR-CIE-MOTIVO
                FROM MBDT236 with (nolock)
               WHERE T236_FOLIO  = :VA-FOLIO
                 AND T236_ENT    = :PR-CIE-ENT
                 AND T236_ESTADO = :CA-PD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CIE-COD-RETURN
                 MOVE 'SOLICITUD PENDIENTE NO ENCONTRADA'
                                           TO PR-CIE-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT236'  TO PR-CIE-DES-ERROR
           END-EVALUATE

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND PR-CIE-APRUEBA AND
              VA-USR-SOLICITA EQUAL PR-CIE-USUARIO
              MOVE CA-30                   TO PR-CIE-COD-RETURN
              MOVE 'EL AUTORIZADOR DEBE SER MANO DISTINTA'
                                           TO PR-CIE-DES-ERROR
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              IF PR-CIE-APRUEBA
                 PERFORM 2000-REVISA-CUENTA
                 IF PR-CIE-COD-RETURN EQUAL CA-00
                    PERFORM 2950-VALIDA-CTA-PAGO
                 END-IF
                 IF PR-CIE-COD-RETURN EQUAL CA-00
                    PERFORM 5000-EJECUTA-CIERRE
                 END-IF
                 IF PR-CIE-COD-RETURN EQUAL CA-00
                    MOVE CA-CE             TO VA-ESTADO
                    PERFORM 4900-MARCA-SOLICITUD
                 END-IF
              ELSE
                 MOVE CA-RC                TO VA-ESTADO
                 PERFORM 4900-MARCA-SOLICITUD
              END-IF
           END-IF.
      ******************************************************************
      *4900-MARCA-SOLICITUD.                                           *
      ******************************************************************
       4900-MARCA-SOLICITUD.

           EXEC SQL
              UPDATE MBDT236
                 SET T236_ESTADO       = :VA-ESTADO,
                     T236_USR_APRUEBA  = :PR-CIE-USUARIO,
                     T236_STP_RESUELVE = CURRENT TIMESTAMP,
                     T236_FEC_CIERRE   =
                         CASE WHEN :VA-ESTADO = 'CE'
                              THEN CURRENT DATE
                              ELSE NULL END,
                     T236_IMP_METAS    = :VA-IMP-METAS,
                     T236_IMP_PAGADO   = :VA-IMP-PAGADO,
                     T236_FORMATO      = :VA-FORMATO
               WHERE T236_FOLIO  = :VA-FOLIO
                 AND T236_ESTADO = :CA-PD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              MOVE VA-ESTADO               TO PR-CIE-ESTADO
           ELSE
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT236'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *5000-EJECUTA-CIERRE: METAS A LA CUENTA; SALDO A LA CUENTA       *
      *     DESTINO; BAJA DE ENROLAMIENTO Y DELEGACIONES; CIERRE DE    *
      *     TELEFONOS Y BAJA DE LA CUENTA EN MBDT036.                  *
      ******************************************************************
       5000-EJECUTA-CIERRE.

           MOVE ZEROES                     TO VA-IMP-METAS
                                              VA-IMP-PAGADO
           MOVE CA-FORMATO-DFT             TO VA-FORMATO

           PERFORM 5100-BARRE-METAS

           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 5200-PAGA-SALDO
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 5300-CANCELA-ENROLAMIENTO
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 5500-REVOCA-DELEGACIONES
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 5600-CIERRA-TELEFONOS
           END-IF
           IF PR-CIE-COD-RETURN EQUAL CA-00
              PERFORM 5700-BAJA-CUENTA
           END-IF

           MOVE VA-IMP-METAS               TO PR-CIE-IMP-METAS
           MOVE VA-IMP-PAGADO              TO PR-CIE-IMP-PAGADO.
      ******************************************************************
      *5100-BARRE-METAS: CADA SOBRE/ALCANCIA CON SALDO QUEDA EN CERO Y *
      *     CERRADO CON SU RASTRO EN MBDT039H; LO VACIADO REGRESA A LA *
      *     CUENTA CON UN SOLO ABONO 'CIM' (COMO EL 'TGM' DE MB9B0156).*
      ******************************************************************
       5100-BARRE-METAS.

           MOVE CA-NO                      TO VA-SW-FIN-META

           EXEC SQL
              DECLARE C550MET CURSOR FOR
              SELECT T039_ID_CTA_META, T039_LOG_METAS, T039_SALDO
                FROM MAZP.MBDT039
               WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T039_CTA_EJE     = :VA-CTA-EJE
                 AND T039_SALDO > 0
               ORDER BY T039_ID_CTA_META
           END-EXEC

           EXEC SQL
              OPEN C550MET
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT039'     TO PR-CIE-DES-ERROR
              MOVE CA-SI                   TO VA-SW-FIN-META
           END-IF

           PERFORM UNTIL VA-88-FIN-META-SI
              EXEC SQL
                 FETCH C550MET
                  INTO :VA-MET-ID, :VA-MET-LOG-METAS,
                       :VA-MET-SALDO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    PERFORM 5110-VACIA-META
                 WHEN SQL-88-NOT-FOUND
                    MOVE CA-SI             TO VA-SW-FIN-META
                 WHEN OTHER
                    MOVE CA-99             TO PR-CIE-COD-RETURN
                    MOVE 'ERROR SQL MBDT039'
                                           TO PR-CIE-DES-ERROR
                    MOVE CA-SI             TO VA-SW-FIN-META
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C550MET
           END-EXEC

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND
              VA-IMP-METAS > ZEROES
              MOVE PR-CIE-CEN-REG          TO VA-MOV-CEN-REG
              MOVE PR-CIE-ACC              TO VA-MOV-ACC
              MOVE CA-COD-METAS            TO VA-MOV-COD
              MOVE VA-IMP-METAS            TO VA-MOV-IMPORTE
              MOVE 'REINTEGRO DE METAS POR CANCELACION'
                                           TO VA-MOV-OBSERVA
              PERFORM 5400-POSTEA-MOVIMIENTO
           END-IF.
      ******************************************************************
      *5110-VACIA-META.                                                *
      ******************************************************************
       5110-VACIA-META.

           EXEC SQL
              UPDATE MAZP.MBDT039
                 SET T039_SALDO          = 0,
                     T039_ESTAT_CTA_META = 'CE'
               WHERE T039_NUM_CLIENTE = :VA-NUM-CLTE
                 AND T039_CTA_EJE     = :VA-CTA-EJE
                 AND T039_ID_CTA_META = :VA-MET-ID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT039'     TO PR-CIE-DES-ERROR
              MOVE CA-SI                   TO VA-SW-FIN-META
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              COMPUTE VA-MOV-IMP-META = 0 - VA-MET-SALDO
              EXEC SQL
                 INSERT INTO MAZP.MBDT039H
                        (T039H_NUM_CLIENTE, T039H_ID_CTA_META,
                         T039H_CTA_EJE, T039H_LOG_METAS,
                         T039H_TIPO_MOV, T039H_FECHA,
                         T039H_HORA, T039H_IMPORTE,
                         T039H_DESC, T039H_CONCEPTO,
                         T039H_STP_MOVTO)
                 VALUES (:VA-NUM-CLTE, :VA-MET-ID,
                         :VA-CTA-EJE, :VA-MET-LOG-METAS,
                         :CA-COD-METAS,
                         CURRENT DATE, CURRENT TIME,
                         :VA-MOV-IMP-META,
                         'CANCELACION DE LA CUENTA EJE',
                         'CANCELACION DE LA CUENTA EJE',
                         CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 ADD VA-MET-SALDO          TO VA-IMP-METAS
              ELSE
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT039H' TO PR-CIE-DES-ERROR
                 MOVE CA-SI                TO VA-SW-FIN-META
              END-IF
           END-IF.
      ******************************************************************
      *5200-PAGA-SALDO: EL SALDO YA CON LAS METAS BARRIDAS SALE CON    *
      *     EL CARGO 'CIC' DE LA CUENTA (CIERRA EN CERO) Y ENTRA CON   *
      *     EL ABONO 'CIA' EN LA CUENTA DESTINO.                       *
      ******************************************************************
       5200-PAGA-SALDO.

           PERFORM 2510-LEE-SALDO

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND VA-SALDO > ZEROES
              MOVE VA-SALDO                TO VA-IMP-PAGADO
              MOVE PR-CIE-CEN-REG          TO VA-MOV-CEN-REG
              MOVE PR-CIE-ACC              TO VA-MOV-ACC
              MOVE CA-COD-CARGO            TO VA-MOV-COD
              COMPUTE VA-MOV-IMPORTE = 0 - VA-IMP-PAGADO
              MOVE SPACES                  TO VA-MOV-OBSERVA
              STRING 'CANCELACION; PAGO A '  DELIMITED BY SIZE
                     PR-CIE-CEN-PAGO       DELIMITED BY SIZE
                     PR-CIE-ACC-PAGO       DELIMITED BY SIZE
                INTO VA-MOV-OBSERVA
              END-STRING
              PERFORM 5400-POSTEA-MOVIMIENTO
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00 AND VA-IMP-PAGADO > ZEROES
              MOVE PR-CIE-CEN-PAGO         TO VA-MOV-CEN-REG
              MOVE PR-CIE-ACC-PAGO         TO VA-MOV-ACC
              MOVE CA-COD-ABONO            TO VA-MOV-COD
              MOVE VA-IMP-PAGADO           TO VA-MOV-IMPORTE
              MOVE SPACES                  TO VA-MOV-OBSERVA
              STRING 'SALDO CUENTA CANCELADA ' DELIMITED BY SIZE
                     PR-CIE-CEN-REG        DELIMITED BY SIZE
                     PR-CIE-ACC            DELIMITED BY SIZE
                INTO VA-MOV-OBSERVA
              END-STRING
              PERFORM 5400-POSTEA-MOVIMIENTO
           END-IF.
      ******************************************************************
      *5300-CANCELA-ENROLAMIENTO: EL FORMATO PREFERIDO SE GUARDA PARA  *
      *     EL ESTADO FINAL; SE BORRAN LOS RENGLONES DE CICLO Y        *
      *     ENTREGA (LA MISMA BAJA QUE APLICA MB7C0260) Y LAS          *
      *     SOLICITUDES PENDIENTES DE LA CUENTA EN MBDT188 SE RECHAZAN.*
      ******************************************************************
       5300-CANCELA-ENROLAMIENTO.

           EXEC SQL
              SELECT SUBSTR(T148_FORMATO, 1, 1)
                INTO :VA-FORMATO
                FROM MBDT148 with (nolock)
               WHERE T148_ENT     = :PR-CIE-ENT
                 AND T148_NUMCUEN = :VA-CTA-EJE
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-FORMATO EQUAL SPACES
                    MOVE CA-FORMATO-DFT    TO VA-FORMATO
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-FORMATO-DFT       TO VA-FORMATO
              WHEN OTHER
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT148'  TO PR-CIE-DES-ERROR
           END-EVALUATE

           IF PR-CIE-COD-RETURN EQUAL CA-00
              EXEC SQL
                 DELETE FROM MBDT148
                  WHERE T148_ENT     = :PR-CIE-ENT
                    AND T148_NUMCUEN = :VA-CTA-EJE
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT148'  TO PR-CIE-DES-ERROR
              END-IF
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              EXEC SQL
                 DELETE FROM MBDT151
                  WHERE T151_ENT     = :PR-CIE-ENT
                    AND T151_NUMCUEN = :VA-CTA-EJE
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT151'  TO PR-CIE-DES-ERROR
              END-IF
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT188
                    SET T188_ESTADO       = :CA-RC,
                        T188_USR_APRUEBA  = :PR-CIE-USUARIO,
                        T188_STP_RESUELVE = CURRENT TIMESTAMP
                  WHERE T188_ENT     = :PR-CIE-ENT
                    AND T188_NUMCUEN = :VA-CTA-EJE
                    AND T188_ESTADO  = :CA-PD
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT188'  TO PR-CIE-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *5400-POSTEA-MOVIMIENTO: EL MOVIMIENTO EN BGDT071 CON EL SALDO   *
      *     DESPUES DEL MOVIMIENTO MANTENIDO (T071_AUTBAL).            *
      ******************************************************************
       5400-POSTEA-MOVIMIENTO.

           MOVE ZEROES                     TO VA-NUM-OPER
                                              VA-SALDO-PREVIO

           EXEC SQL
              SELECT COALESCE(MAX(T071_NUM_OPERATION), 0) + 1,
                     COALESCE(
                     (SELECT TOP 1 U.T071_AUTBAL
                        FROM BGDT071 U
                       WHERE U.T071_ENT     = :PR-CIE-ENT
                         AND U.T071_CEN_REG = :VA-MOV-CEN-REG
                         AND U.T071_ACC     = :VA-MOV-ACC
                       ORDER BY U.T071_DAT_OPERATION DESC,
                                U.T071_NUM_OPERATION DESC), 0)
                INTO :VA-NUM-OPER, :VA-SALDO-PREVIO
                FROM BGDT071
               WHERE T071_ENT     = :PR-CIE-ENT
                 AND T071_CEN_REG = :VA-MOV-CEN-REG
                 AND T071_ACC     = :VA-MOV-ACC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL BGDT071'     TO PR-CIE-DES-ERROR
           END-IF

           IF PR-CIE-COD-RETURN EQUAL CA-00
              COMPUTE VA-AUTBAL = VA-SALDO-PREVIO + VA-MOV-IMPORTE
              EXEC SQL
                 INSERT INTO BGDT071
                        (T071_ENT, T071_CEN_REG, T071_ACC,
                         T071_NUM_OPERATION, T071_COD,
                         T071_DAT_OPERATION, T071_TIM_OPERATION,
                         T071_AMT, T071_AUTBAL,
                         T071_OBSERVATIONS)
                 VALUES (:PR-CIE-ENT, :VA-MOV-CEN-REG,
                         :VA-MOV-ACC, :VA-NUM-OPER,
                         :VA-MOV-COD,
                         CURRENT DATE,
                         CHAR(CURRENT TIME),
                         :VA-MOV-IMPORTE, :VA-AUTBAL,
                         :VA-MOV-OBSERVA)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL BGDT071'  TO PR-CIE-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *5500-REVOCA-DELEGACIONES: LA MISMA REVOCACION DE MB7C0320, PARA *
      *     TODOS LOS USUARIOS DELEGADOS DE LA CUENTA.                 *
      ******************************************************************
       5500-REVOCA-DELEGACIONES.

           EXEC SQL
              UPDATE MBDT196
                 SET T196_ESTADO      = 'R',
                     T196_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T196_ENT    = :PR-CIE-ENT
                 AND T196_CUENTA = :VA-CTA-EJE
                 AND T196_ESTADO = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK AND NOT SQL-88-NOT-FOUND
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT196'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *5600-CIERRA-TELEFONOS: CADA NUMERO QUE APUNTA A LA CUENTA SE    *
      *     CIERRA CON MB7C0400 ('B'); EL CIERRE BORRA EL PUNTERO DE   *
      *     MCDT403, ASI QUE SE TOMA EL SIGUIENTE HASTA QUE NO QUEDE.  *
      ******************************************************************
       5600-CIERRA-TELEFONOS.

           MOVE CA-NO                      TO VA-SW-FIN-TEL

           PERFORM 5610-CIERRA-TELEFONO
             UNTIL VA-88-FIN-TEL-SI.
      ******************************************************************
      *5610-CIERRA-TELEFONO.                                           *
      ******************************************************************
       5610-CIERRA-TELEFONO.

           MOVE SPACES                     TO VA-TELEFONO

           EXEC SQL
              SELECT TOP 1 T403_BDMID
                INTO :VA-TELEFONO
                FROM MCDT403
               WHERE T403_NUM_CTA = :VA-CTA-EJE
               ORDER BY T403_BDMID
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 INITIALIZE VA-MBEC0400
                 MOVE 'B'                  TO PR-TEL-ACCION
                 MOVE VA-TELEFONO          TO PR-TEL-TELEFONO
                 MOVE ZEROES               TO PR-TEL-DIAS-GRACIA
                 CALL CA-MB7C0400 USING VA-MBEC0400
                 IF PR-TEL-COD-RETURN EQUAL CA-00
                    ADD 1                  TO PR-CIE-NUM-TELEFONOS
                 ELSE
                    MOVE CA-99             TO PR-CIE-COD-RETURN
                    MOVE 'ERROR AL CERRAR TELEFONO'
                                           TO PR-CIE-DES-ERROR
                    MOVE CA-SI             TO VA-SW-FIN-TEL
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-SI                TO VA-SW-FIN-TEL
              WHEN OTHER
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MCDT403'  TO PR-CIE-DES-ERROR
                 MOVE CA-SI                TO VA-SW-FIN-TEL
           END-EVALUATE.
      ******************************************************************
      *5700-BAJA-CUENTA: LA CUENTA DEJA DE ESTAR ACTIVA PARA TODOS SUS *
      *     BDMID (LOS CANALES SOLO VEN T036_FLG_STAT = 'A').          *
      ******************************************************************
       5700-BAJA-CUENTA.

           EXEC SQL
              UPDATE MBDT036
                 SET T036_FLG_STAT = 'C'
               WHERE T036_ENT      = :PR-CIE-ENT
                 AND T036_CEN_REG  = :PR-CIE-CEN-REG
                 AND T036_ACC      = :PR-CIE-ACC
                 AND T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CIE-COD-RETURN
              MOVE 'ERROR SQL MBDT036'     TO PR-CIE-DES-ERROR
           END-IF.
      ******************************************************************
      *6000-CONSULTA-SOLICITUD.                                        *
      ******************************************************************
       6000-CONSULTA-SOLICITUD.

           EXEC SQL
              SELECT T236_CEN_REG, T236_ACC, T236_CEN_PAGO,
                     T236_ACC_PAGO, T236_MOTIVO, T236_ESTADO,
                     T236_IMP_METAS, T236_IMP_PAGADO
                INTO :PR-CIE-CEN-REG, :PR-CIE-ACC,
                     :PR-CIE-CEN-PAGO, :PR-CIE-ACC-PAGO,
                     :PR-CIE-MOTIVO, :PR-CIE-ESTADO,
                     :VA-IMP-METAS, :VA-IMP-PAGADO
                FROM MBDT236 with (nolock)
               WHERE T236_FOLIO = :VA-FOLIO
                 AND T236_ENT   = :PR-CIE-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-IMP-METAS         TO PR-CIE-IMP-METAS
                 MOVE VA-IMP-PAGADO        TO PR-CIE-IMP-PAGADO
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CIE-COD-RETURN
                 MOVE 'SOLICITUD NO ENCONTRADA'
                                           TO PR-CIE-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CIE-COD-RETURN
                 MOVE 'ERROR SQL MBDT236'  TO PR-CIE-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
