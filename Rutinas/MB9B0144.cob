      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ155    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ231    AGR     15-10-2026 EL INCIDENTE CUYA FIRMA YA   *
      *                                   TIENE PROBLEMA ABIERTO EN    *
      *                                   MBDT217 SE LIGA AL RUTEARLO  *
      *                                   (T161_ID_PROBLEMA; PROBLEMA  *
      *                                   CONOCIDO PARA LA GUARDIA)    *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
       01  CA-PENDIENTE                    PIC X(02)  VALUE 'PE'.
       01  CA-ESCALADO                     PIC X(02)  VALUE 'ES'.
       01  CA-GRUPO-DEFAULT                PIC X(08)  VALUE 'OPERDFLT'.
       01  CA-PROB-ABIERTO                 PIC X(02)  VALUE 'AB'.
      *
      * INCIDENTE NUEVO EN TURNO (QGDT888 SIN AVISO EN MBDT161).
       01  WS-INCIDENTE.
           05 WS-INC-ABCODE                PIC X(04).
           05 WS-INC-DES-PROG              PIC X(08).
           05 WS-INC-GRUPO                 PIC X(08).
           05 WS-INC-REFERENCIA            PIC X(16).
           05 WS-INC-SQLCODE               PIC S9(09) COMP.
           05 WS-INC-OBJECT-ERROR          PIC X(08).
           05 WS-INC-PROBLEMA              PIC S9(09) COMP.
      *
       LINKAGE SECTION.
      *
           MOVE CA-00                      TO E144-COD-RETURN.
           MOVE 0                          TO E144-NUM-RUTEADOS
                                              E144-NUM-SIN-GRUPO
                                              E144-NUM-ESCALADOS
                                              E144-NUM-CONOCIDOS.
      *
           IF E144-MIN-ESCALA EQUAL ZEROES
              MOVE CA-99                   TO E144-COD-RETURN
           EXEC SQL
               DECLARE C144INC CURSOR FOR
               SELECT I.T888_NUM_SEQUENCE, I.T888_ABCODE,
                      I.T888_DES_PROG,
                      SUBSTR(I.T888_REFERENCE1, 1, 16),
                      I.T888_SQLCODE, I.T888_OBJECT_ERROR
                 FROM MAZP.QGDT888 I
                WHERE NOT EXISTS
                      (SELECT 1
               EXEC SQL
                   FETCH C144INC
                   INTO :WS-INC-SEQUENCE, :WS-INC-ABCODE,
                        :WS-INC-DES-PROG, :WS-INC-REFERENCIA,
                        :WS-INC-SQLCODE, :WS-INC-OBJECT-ERROR
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
                    MOVE CA-99             TO E144-COD-RETURN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
           IF E144-COD-RETURN EQUAL CA-00
              PERFORM 2150-BUSCA-PROBLEMA
           END-IF.
      *
           IF E144-COD-RETURN EQUAL CA-00
              EXEC SQL
                         (T161_NUM_SEQUENCE, T161_GRUPO_ONCALL,
                          T161_ABCODE, T161_ESTADO,
                          T161_NUM_ESCALA,
                          T161_STP_AVISO, T161_STP_ACUSE,
                          T161_ID_PROBLEMA)
                  VALUES (:WS-INC-SEQUENCE, :WS-INC-GRUPO,
                          :WS-INC-ABCODE, :CA-PENDIENTE, 0,
                          CURRENT TIMESTAMP, NULL,
                          :WS-INC-PROBLEMA)
              END-EXEC
      *
              MOVE SQLCODE                 TO SQL-VALUES
           END-IF.
      *
      ******************************************************************
      *.PN 2150-BUSCA-PROBLEMA: FIRMA DEL INCIDENTE (PROGRAMA; CODIGO  *
      *     DE ABEND; REFERENCIA; SQLCODE Y TABLA, LA MISMA QUE AGRUPA *
      *     MB9B0197) CONTRA LOS PROBLEMAS ABIERTOS DE MBDT217; CERO   *
      *     = SIN PROBLEMA CONOCIDO.                                   *
      ******************************************************************
       2150-BUSCA-PROBLEMA.
      *
           MOVE 0                          TO WS-INC-PROBLEMA.
           EXEC SQL
               SELECT TOP 1
                      T217_ID_PROBLEMA
                 INTO :WS-INC-PROBLEMA
                 FROM MBDT217 with(nolock)
                WHERE T217_DES_PROG     = :WS-INC-DES-PROG
                  AND T217_ABCODE       = :WS-INC-ABCODE
                  AND T217_REFERENCIA   = :WS-INC-REFERENCIA
                  AND T217_SQLCODE      = :WS-INC-SQLCODE
                  AND T217_OBJECT_ERROR = :WS-INC-OBJECT-ERROR
                  AND T217_ESTADO       = :CA-PROB-ABIERTO
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           EVALUATE TRUE
               WHEN SQL-88-OK
                    ADD 1 TO E144-NUM-CONOCIDOS
               WHEN SQL-88-NOT-FOUND
                    MOVE 0                 TO WS-INC-PROBLEMA
               WHEN OTHER
                    MOVE CA-99             TO E144-COD-RETURN
                    SET WSS-FIN-CURSOR-SI  TO TRUE
           END-EVALUATE.
      *
      ******************************************************************
      *.PN 3000-ESCALA-SIN-ACUSE: TODO AVISO PENDIENTE CUYO ULTIMO     *
      *     AVISO YA REBASO LOS MINUTOS CONFIGURADOS SUBE DE NIVEL;    *
      *     EL PUENTE DE MENSAJERIA AVISA AL SIGUIENTE DE LA CADENA.   *
