      ******************************************************************
      *  MB7C0420: MANTENIMIENTO DE LA HOMOLOGACION DE TIPOS DE       *
      *            ACLARACION AL CATALOGO DE CAUSAS CONDUSEF. EL      *
      *            REPORTE REUNE PIDE PRODUCTO Y CAUSA DEL CATALOGO   *
      *            OFICIAL; NUESTRAS ACLARACIONES SE TIPIFICAN POR EL *
      *            CODIGO DEL MOVIMIENTO (T309_COD). CUMPLIMIENTO     *
      *            MANTIENE AQUI LA TRADUCCION (MBDT213: ALTA/CAMBIO; *
      *            BAJA; CONSULTA) SIN TOCAR EL BATCH TRIMESTRAL      *
      *            MB9B0193 CUANDO CONDUSEF CAMBIA SU CATALOGO.       *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0420.
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
      *     @BAZ225    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0420.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-HOM-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-HOM-ALTA
                    PERFORM 2000-ALTA-CAMBIO
                 WHEN PR-HOM-BAJA
                    PERFORM 3000-BAJA
                 WHEN PR-HOM-CONSULTA
                    PERFORM 4000-CONSULTA
                 WHEN OTHER
                    MOVE CA-99             TO PR-HOM-COD-RETURN
              END-EVALUATE
           END-IF
      *
           GOBACK.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-HOM-COD-RETURN

           IF PR-HOM-ENT EQUAL SPACES OR LOW-VALUES OR
              PR-HOM-COD EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-HOM-COD-RETURN
           END-IF

           IF PR-HOM-COD-RETURN EQUAL CA-00 AND PR-HOM-ALTA
              IF PR-HOM-PRODUCTO EQUAL SPACES OR LOW-VALUES OR
                 PR-HOM-CAUSA    EQUAL SPACES OR LOW-VALUES OR
                 PR-HOM-USUARIO  EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-HOM-COD-RETURN
              END-IF
           END-IF.
      ******************************************************************
      *2000-ALTA-CAMBIO: UNA HOMOLOGACION POR TIPO; EL ALTA DE UN TIPO *
      *     QUE YA LA TENIA ES UN CAMBIO.                              *
      ******************************************************************
       2000-ALTA-CAMBIO.

           EXEC SQL
              INSERT INTO MBDT213
                     (T213_ENT, T213_COD, T213_PRODUCTO,
                      T213_CAUSA, T213_DESCRIPCION,
                      T213_USUARIO, T213_STP_LASTMOD)
              VALUES (:PR-HOM-ENT, :PR-HOM-COD, :PR-HOM-PRODUCTO,
                      :PR-HOM-CAUSA, :PR-HOM-DESCRIPCION,
                      :PR-HOM-USUARIO, CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-DUPLICATE-VALUES
                 EXEC SQL
                    UPDATE MBDT213
                       SET T213_PRODUCTO    = :PR-HOM-PRODUCTO,
                           T213_CAUSA       = :PR-HOM-CAUSA,
                           T213_DESCRIPCION = :PR-HOM-DESCRIPCION,
                           T213_USUARIO     = :PR-HOM-USUARIO,
                           T213_STP_LASTMOD = CURRENT TIMESTAMP
                     WHERE T213_ENT = :PR-HOM-ENT
                       AND T213_COD = :PR-HOM-COD
                 END-EXEC
                 MOVE SQLCODE              TO SQL-VALUES
                 IF NOT SQL-88-OK
                    MOVE CA-99             TO PR-HOM-COD-RETURN
                 END-IF
              WHEN OTHER
                 MOVE CA-99                TO PR-HOM-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *3000-BAJA.                                                      *
      ******************************************************************
       3000-BAJA.

           EXEC SQL
              DELETE FROM MBDT213
               WHERE T213_ENT = :PR-HOM-ENT
                 AND T213_COD = :PR-HOM-COD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-HOM-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-HOM-COD-RETURN
           END-EVALUATE.
      ******************************************************************
      *4000-CONSULTA.                                                  *
      ******************************************************************
       4000-CONSULTA.

           MOVE SPACES                     TO PR-HOM-PRODUCTO
                                              PR-HOM-CAUSA
                                              PR-HOM-DESCRIPCION
                                              PR-HOM-USUARIO

           EXEC SQL
              SELECT T213_PRODUCTO, T213_CAUSA, T213_DESCRIPCION,
                     T213_USUARIO
                INTO :PR-HOM-PRODUCTO, :PR-HOM-CAUSA,
                     :PR-HOM-DESCRIPCION, :PR-HOM-USUARIO
                FROM MBDT213 with (nolock)
               WHERE T213_ENT = :PR-HOM-ENT
                 AND T213_COD = :PR-HOM-COD
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-HOM-COD-RETURN
              WHEN OTHER
                 MOVE CA-99                TO PR-HOM-COD-RETURN
           END-EVALUATE.
