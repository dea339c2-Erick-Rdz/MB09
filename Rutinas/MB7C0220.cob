      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ176    AGR     02-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ257    AGR     15-10-2026 EXCLUSION DE OFERTAS ('MKTG' *
      *                                   CON CANAL 'NO')              *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
      * @BAZ257-I
       01 CA-TIPO-OFERTAS                  PIC X(04) VALUE 'MKTG'.
       01 CA-CANAL-SIN-OFERTAS             PIC X(02) VALUE 'NO'.
      * @BAZ257-F
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
           END-IF

           IF PR-PRF-COD-RETURN EQUAL CA-00 AND PR-PRF-ALTA
      * @BAZ257-I
      *       'NO' (SIN OFERTAS) SOLO PARA EL TIPO DE OFERTAS 'MKTG'.
              IF PR-PRF-CANAL NOT EQUAL 'PU' AND
                 PR-PRF-CANAL NOT EQUAL 'SM' AND
                 PR-PRF-CANAL NOT EQUAL 'EM' AND
                 NOT (PR-PRF-CANAL EQUAL CA-CANAL-SIN-OFERTAS AND
                      PR-PRF-TIPO  EQUAL CA-TIPO-OFERTAS)
                 MOVE CA-99                TO PR-PRF-COD-RETURN
              END-IF
      * @BAZ257-F
              IF PR-PRF-FLG-RESUMEN NOT EQUAL 'S' AND
                 PR-PRF-FLG-RESUMEN NOT EQUAL 'N' AND
                 PR-PRF-FLG-RESUMEN NOT EQUAL SPACES
