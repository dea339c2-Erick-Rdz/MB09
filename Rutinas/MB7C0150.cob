      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ161    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ246    AGR     15-10-2026 NO SE ENCOLAN EVENTOS DE     *
      *                                   CUENTAS DE FALLECIDOS        *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      *
       01 VA-FLG-EVENTO                    PIC X(01) VALUE SPACES.
       01 VA-IMPORTE                       PIC S9(13)V9(02) COMP-3.
      * @BAZ246-I
       01 VN-CTA-FALLECIDO                 PIC S9(09) COMP.
      * @BAZ246-F
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-05                            PIC X(02) VALUE '05'.
           IF PR-EVT-COD-RETURN EQUAL CA-00
              PERFORM 2000-VALIDA-APAGADOR
           END-IF
      *
      * @BAZ246-I
           IF PR-EVT-COD-RETURN EQUAL CA-00
              PERFORM 2100-VALIDA-FALLECIDO
           END-IF
      * @BAZ246-F
      *
           IF PR-EVT-COD-RETURN EQUAL CA-00
              PERFORM 3000-ENCOLA-EVENTO
              WHEN OTHER
                 MOVE CA-99                TO PR-EVT-COD-RETURN
           END-EVALUATE.
      * @BAZ246-I
      ******************************************************************
      *2100-VALIDA-FALLECIDO: UNA CUENTA DE CLIENTE FALLECIDO (MBDT239,*
      *     MB7C0570) YA NO RECIBE AVISOS; SE TRATA COMO APAGADO.      *
      ******************************************************************
       2100-VALIDA-FALLECIDO.

           MOVE ZEROES                     TO VN-CTA-FALLECIDO

           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-CTA-FALLECIDO
                FROM MBDT239 with (nolock)
               WHERE T239_ENT     = :PR-EVT-ENT
                 AND T239_CEN_REG = SUBSTR(:PR-EVT-CUENTA, 1, 4)
                 AND T239_ACC     = SUBSTR(:PR-EVT-CUENTA, 5, 10)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF SQL-88-OK
              IF VN-CTA-FALLECIDO > ZEROES
                 MOVE CA-05                TO PR-EVT-COD-RETURN
              END-IF
           ELSE
              MOVE CA-99                   TO PR-EVT-COD-RETURN
           END-IF.
      * @BAZ246-F
      ******************************************************************
      *3000-ENCOLA-EVENTO.                                             *
      ******************************************************************
