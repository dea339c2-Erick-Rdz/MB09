      ******************************************************************
      *  MB7C0440: MANTENIMIENTO DEL REGISTRO DE DISPOSITIVOS DEL     *
      *            CLIENTE (MBDT215). CADA CONSULTA MB09 Y CADA ALTA  *
      *            DE GEOLOCALIZACION TRAE EL ID DEL DISPOSITIVO;     *
      *            MB7C0110 LO REGISTRA CON SU PRIMER Y ULTIMO USO Y  *
      *            MARCA EL PRIMER USO DE UNO NO VISTO. OPERACIONES   *
      *            CONSULTA AQUI LOS DISPOSITIVOS DEL CLIENTE (POR    *
      *            NUMERO DE CLIENTE O BDMID) Y MARCA UNO COMO        *
      *            PERDIDO O BLOQUEADO, O LO REACTIVA. MISMO PATRON   *
      *            QUE MB7C0350. SIN VERBOS CICS.                     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0440.
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
      *     @BAZ228    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-IX-DISP                       PIC S9(04) COMP.
       01 VA-ESTADO-NVO                    PIC X(02).
       01 VA-SW-FIN-DISP                   PIC X(01).
          88 VA-88-FIN-DISP-SI                     VALUE 'S'.
      *
       01 VA-DISP-NUM-CUS                  PIC X(08).
       01 VA-DISP-ID                       PIC X(13).
       01 VA-DISP-FEC-PRIMER               PIC X(10).
       01 VA-DISP-FEC-ULTIMO               PIC X(10).
       01 VA-DISP-ESTADO                   PIC X(02).
       01 VA-DISP-USUARIO                  PIC X(08).
      *
       01 CA-MAX-DISP                      PIC S9(04) COMP VALUE 20.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-ACTIVO                        PIC X(02) VALUE 'AC'.
       01 CA-PERDIDO                       PIC X(02) VALUE 'PE'.
       01 CA-BLOQUEADO                     PIC X(02) VALUE 'BL'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0440.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-DSP-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-DSP-CONSULTA
                    PERFORM 2000-CONSULTA
                 WHEN PR-DSP-PERDIDO
                    MOVE CA-PERDIDO        TO VA-ESTADO-NVO
                    PERFORM 3000-CAMBIA-ESTADO
                 WHEN PR-DSP-BLOQUEA
                    MOVE CA-BLOQUEADO      TO VA-ESTADO-NVO
                    PERFORM 3000-CAMBIA-ESTADO
                 WHEN PR-DSP-REACTIVA
                    MOVE CA-ACTIVO         TO VA-ESTADO-NVO
                    PERFORM 3000-CAMBIA-ESTADO
                 WHEN OTHER
                    MOVE CA-99             TO PR-DSP-COD-RETURN
                    MOVE 'ACCION NO RECONOCIDA'
                                           TO PR-DSP-DES-ERROR
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START: EL CLIENTE SE IDENTIFICA POR NUMERO DE CLIENTE O,   *
      *     EN SU DEFECTO, POR BDMID. LOS CAMBIOS DE ESTADO REQUIEREN  *
      *     EL DISPOSITIVO Y EL USUARIO QUE LOS HACE.                  *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-DSP-COD-RETURN
           MOVE SPACES                     TO PR-DSP-DES-ERROR
           MOVE 'N'                        TO PR-DSP-MAS-DATOS
           MOVE ZEROES                     TO PR-DSP-NUM-DISP

           IF PR-DSP-NUM-CUS EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-DSP-NUM-CUS
           END-IF
           IF PR-DSP-BDMID   EQUAL LOW-VALUES
              MOVE SPACES                  TO PR-DSP-BDMID
           END-IF

           IF PR-DSP-ENT EQUAL SPACES OR LOW-VALUES OR
              (PR-DSP-NUM-CUS EQUAL SPACES AND
               PR-DSP-BDMID   EQUAL SPACES)
              MOVE CA-99                   TO PR-DSP-COD-RETURN
              MOVE 'CLIENTE NO INFORMADO'  TO PR-DSP-DES-ERROR
           END-IF

           IF PR-DSP-COD-RETURN EQUAL CA-00 AND
              NOT PR-DSP-CONSULTA
              IF PR-DSP-ID-DISP EQUAL SPACES OR LOW-VALUES OR
                 PR-DSP-USUARIO EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-DSP-COD-RETURN
                 MOVE 'DISPOSITIVO O USUARIO NO INFORMADO'
                                           TO PR-DSP-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2000-CONSULTA: DISPOSITIVOS DEL CLIENTE DEL ULTIMO USO AL MAS   *
      *     VIEJO; SE LEE UNO DE MAS PARA AVISAR QUE HAY MAS DATOS.    *
      ******************************************************************
       2000-CONSULTA.

           MOVE 'N'                        TO VA-SW-FIN-DISP
           MOVE ZEROES                     TO VA-IX-DISP

           EXEC SQL
              DECLARE C440DSP CURSOR FOR
              SELECT T215_NUM_CUS, T215_ID_DISP,
                     CHAR(T215_FEC_PRIMER, ISO),
                     CHAR(T215_FEC_ULTIMO, ISO),
                     T215_ESTADO, T215_USER_LASTMOD
                FROM MBDT215 with (nolock)
               WHERE T215_ENT = :PR-DSP-ENT
                 AND ((:PR-DSP-NUM-CUS <> ' ' AND
                       T215_NUM_CUS = :PR-DSP-NUM-CUS) OR
                      (:PR-DSP-NUM-CUS = ' ' AND
                       T215_BDMID   = :PR-DSP-BDMID))
               ORDER BY T215_FEC_ULTIMO DESC, T215_ID_DISP
           END-EXEC

           EXEC SQL
              OPEN C440DSP
           END-EXEC

           PERFORM UNTIL VA-88-FIN-DISP-SI
              EXEC SQL
                 FETCH C440DSP
                 INTO :VA-DISP-NUM-CUS, :VA-DISP-ID,
                      :VA-DISP-FEC-PRIMER, :VA-DISP-FEC-ULTIMO,
                      :VA-DISP-ESTADO, :VA-DISP-USUARIO
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    IF VA-IX-DISP >= CA-MAX-DISP
                       MOVE 'S'            TO PR-DSP-MAS-DATOS
                       MOVE 'S'            TO VA-SW-FIN-DISP
                    ELSE
                       PERFORM 2100-AGREGA-DISPOSITIVO
                    END-IF
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-DISP
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-DISP
                    MOVE CA-99             TO PR-DSP-COD-RETURN
                    MOVE 'ERROR SQL MBDT215'
                                           TO PR-DSP-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C440DSP
           END-EXEC

           IF PR-DSP-NUM-DISP   EQUAL ZEROES AND
              PR-DSP-COD-RETURN EQUAL CA-00
              MOVE CA-10                   TO PR-DSP-COD-RETURN
              MOVE 'CLIENTE SIN DISPOSITIVOS REGISTRADOS'
                                           TO PR-DSP-DES-ERROR
           END-IF.
      ******************************************************************
      *2100-AGREGA-DISPOSITIVO.                                        *
      ******************************************************************
       2100-AGREGA-DISPOSITIVO.

           ADD 1                           TO VA-IX-DISP
           MOVE VA-IX-DISP                 TO PR-DSP-NUM-DISP
           MOVE VA-DISP-NUM-CUS       TO PR-DSP-LIS-NUM-CUS(VA-IX-DISP)
           MOVE VA-DISP-ID            TO PR-DSP-LIS-ID-DISP(VA-IX-DISP)
           MOVE VA-DISP-FEC-PRIMER
                                   TO PR-DSP-LIS-FEC-PRIMER(VA-IX-DISP)
           MOVE VA-DISP-FEC-ULTIMO
                                   TO PR-DSP-LIS-FEC-ULTIMO(VA-IX-DISP)
           MOVE VA-DISP-ESTADO        TO PR-DSP-LIS-ESTADO(VA-IX-DISP)
           MOVE VA-DISP-USUARIO       TO PR-DSP-LIS-USUARIO(VA-IX-DISP).
      ******************************************************************
      *3000-CAMBIA-ESTADO: PERDIDO / BLOQUEADO / REACTIVADO. QUEDA EL  *
      *     USUARIO DE OPERACIONES QUE HIZO EL CAMBIO.                 *
      ******************************************************************
       3000-CAMBIA-ESTADO.

           EXEC SQL
              UPDATE MBDT215
                 SET T215_ESTADO       = :VA-ESTADO-NVO,
                     T215_USER_LASTMOD = :PR-DSP-USUARIO,
                     T215_STP_LASTMOD  = CURRENT TIMESTAMP
               WHERE T215_ENT     = :PR-DSP-ENT
                 AND T215_ID_DISP = :PR-DSP-ID-DISP
                 AND ((:PR-DSP-NUM-CUS <> ' ' AND
                       T215_NUM_CUS = :PR-DSP-NUM-CUS) OR
                      (:PR-DSP-NUM-CUS = ' ' AND
                       T215_BDMID   = :PR-DSP-BDMID))
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-DSP-COD-RETURN
                 MOVE 'DISPOSITIVO NO REGISTRADO PARA EL CLIENTE'
                                           TO PR-DSP-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-DSP-COD-RETURN
                 MOVE 'ERROR SQL MBDT215'  TO PR-DSP-DES-ERROR
           END-EVALUATE.
      ******************************************************************
