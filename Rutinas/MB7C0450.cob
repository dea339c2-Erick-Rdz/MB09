      ******************************************************************
      *  MB7C0450: MANTENIMIENTO DEL DIRECTORIO DE COMERCIOS. EL      *
      *            DESCRIPTOR CRUDO DE TARJETA (MCDT043) ESCRIBE EL   *
      *            MISMO COMERCIO DE MUCHAS MANERAS; EL DIRECTORIO    *
      *            MBDT218 LIGA NUMERO DE COMERCIO O PATRON DEL       *
      *            DESCRIPTOR CON UN NOMBRE NORMALIZADO Y CATEGORIA.  *
      *            OPERACIONES LO MANTIENE AQUI (CONSULTA, ALTA,      *
      *            CAMBIO, BAJA) Y APRUEBA O RECHAZA LAS PROPUESTAS   *
      *            QUE DEJA EL NOCTURNO MB9B0198. LO CONSUMEN         *
      *            MP9C0009 (57100) Y MB2C0009 (RECUPERA-COMERCIO).   *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0450.
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
      *     @BAZ232    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-ID-MAPEO                      PIC S9(09) COMP.
       01 VA-PRIORIDAD                     PIC S9(03) COMP-3.
       01 VA-NOMBRE-NORM                   PIC X(30).
       01 VA-CATEGORIA                     PIC X(20).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-20                            PIC X(02) VALUE '20'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-ACTIVO                        PIC X(02) VALUE 'AC'.
       01 CA-PROPUESTO                     PIC X(02) VALUE 'PR'.
       01 CA-BAJA                          PIC X(02) VALUE 'BA'.
       01 CA-PRIORIDAD-DEF                 PIC 9(03) VALUE 100.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0450.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-COM-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-COM-CONSULTA
                    PERFORM 4000-CONSULTA
                 WHEN PR-COM-ALTA
                    PERFORM 2000-ALTA
                 WHEN PR-COM-CAMBIO
                    PERFORM 2500-CAMBIO
                 WHEN PR-COM-BAJA
                    PERFORM 3000-BAJA
                 WHEN PR-COM-APRUEBA
                    PERFORM 3500-APRUEBA
                 WHEN PR-COM-RECHAZA
                    PERFORM 3600-RECHAZA
                 WHEN OTHER
                    MOVE CA-99             TO PR-COM-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START: ENTIDAD Y USUARIO SIEMPRE; LLAVE DEL MAPEO SALVO EN *
      *     EL ALTA; EN ALTA Y CAMBIO, NOMBRE NORMALIZADO Y AL MENOS   *
      *     UNO DE NUMERO DE COMERCIO O PATRON.                        *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-COM-COD-RETURN

           IF PR-COM-ENT     EQUAL SPACES OR LOW-VALUES OR
              PR-COM-USUARIO EQUAL SPACES OR LOW-VALUES
              MOVE CA-20                   TO PR-COM-COD-RETURN
           END-IF

           IF PR-COM-COD-RETURN EQUAL CA-00 AND NOT PR-COM-ALTA
              IF PR-COM-ID-MAPEO NOT NUMERIC OR
                 PR-COM-ID-MAPEO EQUAL ZEROES
                 MOVE CA-20                TO PR-COM-COD-RETURN
              ELSE
                 MOVE PR-COM-ID-MAPEO      TO VA-ID-MAPEO
              END-IF
           END-IF

           IF PR-COM-COD-RETURN EQUAL CA-00 AND
              (PR-COM-ALTA OR PR-COM-CAMBIO)
              IF PR-COM-NOMBRE-NORM EQUAL SPACES OR LOW-VALUES OR
                 ((PR-COM-ID-COMERCIO EQUAL SPACES OR
                   PR-COM-ID-COMERCIO EQUAL LOW-VALUES) AND
                  (PR-COM-PATRON      EQUAL SPACES OR
                   PR-COM-PATRON      EQUAL LOW-VALUES))
                 MOVE CA-20                TO PR-COM-COD-RETURN
              END-IF
              IF PR-COM-PRIORIDAD NOT NUMERIC OR
                 PR-COM-PRIORIDAD EQUAL ZEROES
                 MOVE CA-PRIORIDAD-DEF     TO PR-COM-PRIORIDAD
              END-IF
              MOVE PR-COM-PRIORIDAD        TO VA-PRIORIDAD
           END-IF.
      ******************************************************************
      *2000-ALTA: EL NUMERO DE MAPEO ES EL SIGUIENTE DE LA ENTIDAD.    *
      ******************************************************************
       2000-ALTA.

           EXEC SQL
              SELECT COALESCE(MAX(T218_ID_MAPEO), 0) + 1
                INTO :VA-ID-MAPEO
                FROM MBDT218
               WHERE T218_ENT = :PR-COM-ENT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-COM-COD-RETURN
           ELSE
              EXEC SQL
                 INSERT INTO MBDT218
                        (T218_ENT, T218_ID_MAPEO, T218_ID_COMERCIO,
                         T218_PATRON, T218_NOMBRE_NORM,
                         T218_CATEGORIA, T218_PRIORIDAD,
                         T218_ESTADO, T218_OCURRENCIAS,
                         T218_USUARIO, T218_STP_LASTMOD)
                 VALUES (:PR-COM-ENT, :VA-ID-MAPEO,
                         :PR-COM-ID-COMERCIO, :PR-COM-PATRON,
                         :PR-COM-NOMBRE-NORM, :PR-COM-CATEGORIA,
                         :VA-PRIORIDAD, :CA-ACTIVO, 0,
                         :PR-COM-USUARIO, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF SQL-88-OK
                 MOVE VA-ID-MAPEO          TO PR-COM-ID-MAPEO
                 MOVE CA-ACTIVO            TO PR-COM-ESTADO
              ELSE
                 MOVE CA-99                TO PR-COM-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *2500-CAMBIO: NO REVIVE MAPEOS DADOS DE BAJA.                    *
      ******************************************************************
       2500-CAMBIO.

           EXEC SQL
              UPDATE MBDT218
                 SET T218_ID_COMERCIO = :PR-COM-ID-COMERCIO,
                     T218_PATRON      = :PR-COM-PATRON,
                     T218_NOMBRE_NORM = :PR-COM-NOMBRE-NORM,
                     T218_CATEGORIA   = :PR-COM-CATEGORIA,
                     T218_PRIORIDAD   = :VA-PRIORIDAD,
                     T218_USUARIO     = :PR-COM-USUARIO,
                     T218_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T218_ENT      = :PR-COM-ENT
                 AND T218_ID_MAPEO = :VA-ID-MAPEO
                 AND T218_ESTADO  <> :CA-BAJA
           END-EXEC

           PERFORM 9000-EVALUA-UPDATE.
      ******************************************************************
      *3000-BAJA: BAJA LOGICA; EL RENGLON QUEDA PARA QUE EL NOCTURNO   *
      *     NO VUELVA A PROPONER EL MISMO PATRON.                      *
      ******************************************************************
       3000-BAJA.

           EXEC SQL
              UPDATE MBDT218
                 SET T218_ESTADO      = :CA-BAJA,
                     T218_USUARIO     = :PR-COM-USUARIO,
                     T218_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T218_ENT      = :PR-COM-ENT
                 AND T218_ID_MAPEO = :VA-ID-MAPEO
                 AND T218_ESTADO  <> :CA-BAJA
           END-EXEC

           PERFORM 9000-EVALUA-UPDATE.
      ******************************************************************
      *3500-APRUEBA: LA PROPUESTA PASA A ACTIVA; EL NOMBRE Y LA        *
      *     CATEGORIA CAPTURADOS POR OPERACIONES SUSTITUYEN A LOS      *
      *     PROPUESTOS.                                                *
      ******************************************************************
       3500-APRUEBA.

           MOVE PR-COM-NOMBRE-NORM         TO VA-NOMBRE-NORM
           MOVE PR-COM-CATEGORIA           TO VA-CATEGORIA

           EXEC SQL
              UPDATE MBDT218
                 SET T218_ESTADO      = :CA-ACTIVO,
                     T218_NOMBRE_NORM =
                         CASE WHEN :VA-NOMBRE-NORM = ' '
                              THEN T218_NOMBRE_NORM
                              ELSE :VA-NOMBRE-NORM END,
                     T218_CATEGORIA   =
                         CASE WHEN :VA-CATEGORIA = ' '
                              THEN T218_CATEGORIA
                              ELSE :VA-CATEGORIA END,
                     T218_USUARIO     = :PR-COM-USUARIO,
                     T218_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T218_ENT      = :PR-COM-ENT
                 AND T218_ID_MAPEO = :VA-ID-MAPEO
                 AND T218_ESTADO   = :CA-PROPUESTO
           END-EXEC

           PERFORM 9000-EVALUA-UPDATE.
      ******************************************************************
      *3600-RECHAZA.                                                   *
      ******************************************************************
       3600-RECHAZA.

           EXEC SQL
              UPDATE MBDT218
                 SET T218_ESTADO      = :CA-BAJA,
                     T218_USUARIO     = :PR-COM-USUARIO,
                     T218_STP_LASTMOD = CURRENT TIMESTAMP
               WHERE T218_ENT      = :PR-COM-ENT
                 AND T218_ID_MAPEO = :VA-ID-MAPEO
                 AND T218_ESTADO   = :CA-PROPUESTO
           END-EXEC

           PERFORM 9000-EVALUA-UPDATE.
      ******************************************************************
      *4000-CONSULTA.                                                  *
      ******************************************************************
       4000-CONSULTA.

           EXEC SQL
              SELECT T218_ID_COMERCIO, T218_PATRON,
                     T218_NOMBRE_NORM, T218_CATEGORIA,
                     T218_PRIORIDAD,   T218_ESTADO
                INTO :PR-COM-ID-COMERCIO, :PR-COM-PATRON,
                     :PR-COM-NOMBRE-NORM, :PR-COM-CATEGORIA,
                     :VA-PRIORIDAD,       :PR-COM-ESTADO
                FROM MBDT218 with (nolock)
               WHERE T218_ENT      = :PR-COM-ENT
                 AND T218_ID_MAPEO = :VA-ID-MAPEO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-PRIORIDAD         TO PR-COM-PRIORIDAD
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-COM-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-COM-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *9000-EVALUA-UPDATE: SIN RENGLON AFECTADO EL MAPEO NO EXISTE O   *
      *     NO ESTA EN EL ESTADO QUE LA ACCION PIDE.                   *
      ******************************************************************
       9000-EVALUA-UPDATE.

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 PERFORM 4000-CONSULTA
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-COM-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-COM-COD-RETURN
           END-EVALUATE.
      ******************************************************************
