      *            LA FAMILIA MB9B01XX) Y REGRESA UN RENGLON POR JOB  *
      *            CON ESTADO; CODIGO DE RETORNO; CODIGO DE RESTART   *
      *            PARA EL OPERADOR Y HORAS DE INICIO/FIN.            *
      *            JUNTO A CADA JOB QUE AUN NO TERMINA SE MUESTRA EL  *
      *            FIN PROYECTADO DEL PRONOSTICO DE RUTA CRITICA      *
      *            (MBDT210; MB9B0187) Y SI ESTA EN LA RUTA CRITICA.  *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ147    AGR     23-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ219    AGR     15-10-2026 FIN PROYECTADO Y RUTA        *
      *                                   CRITICA (MBDT210)           *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 VA-154-COD-RESTART           PIC X(02).
           05 VA-154-STP-INICIO            PIC X(26).
           05 VA-154-STP-FIN               PIC X(26).
      * @BAZ219-I
           05 VA-210-STP-PROYECTADO        PIC X(26).
           05 VA-210-FLG-CRITICA           PIC X(01).
           05 VA-ORDEN                     PIC X(28).
      * @BAZ219-F
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
           MOVE 'N'                        TO VA-SW-FIN-JOBS
           MOVE ZEROES                     TO VA-IX-JOB

      * @BAZ219-I
      * LOS JOBS DE MBDT154 LLEVAN SU PROYECCION SI AUN NO TERMINAN;
      * LOS QUE EL PRONOSTICO (MBDT210) TIENE Y AUN NO ARRANCAN SALEN
      * DESPUES COMO PENDIENTES ('PE') EN ORDEN DE FIN PROYECTADO.
           EXEC SQL
              DECLARE C170JOB CURSOR FOR
              SELECT C.T154_JOBNAME, C.T154_ESTADO,
                     C.T154_COD_RETURN, C.T154_COD_RESTART,
                     CHAR(C.T154_STP_INICIO), CHAR(C.T154_STP_FIN),
                     CASE WHEN C.T154_ESTADO IN ('OK', 'SK')
                          THEN ' '
                          ELSE COALESCE(CHAR(P.T210_STP_PROYECTADO),
                                        ' ')
                     END,
                     COALESCE(P.T210_FLG_CRITICA, ' '),
                     'A' CONCAT CHAR(C.T154_STP_INICIO)
                FROM MBDT154 C with(nolock)
                LEFT OUTER JOIN MBDT210 P
                  ON P.T210_DAT_PROCESO = C.T154_DAT_PROCESO
                 AND P.T210_JOBNAME     = C.T154_JOBNAME
               WHERE C.T154_DAT_PROCESO =
                     DATE(:PR-COR-FECHA-PROCESO)
              UNION ALL
              SELECT P.T210_JOBNAME, 'PE', '  ', '  ', ' ', ' ',
                     CHAR(P.T210_STP_PROYECTADO),
                     P.T210_FLG_CRITICA,
                     'B' CONCAT CHAR(P.T210_STP_PROYECTADO)
                FROM MBDT210 P with(nolock)
               WHERE P.T210_DAT_PROCESO =
                     DATE(:PR-COR-FECHA-PROCESO)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM MBDT154 C
                       WHERE C.T154_DAT_PROCESO = P.T210_DAT_PROCESO
                         AND C.T154_JOBNAME     = P.T210_JOBNAME)
               ORDER BY 9
           END-EXEC
      * @BAZ219-F

           EXEC SQL
              OPEN C170JOB
                 FETCH C170JOB
                 INTO :VA-154-JOBNAME, :VA-154-ESTADO,
                      :VA-154-COD-RETURN, :VA-154-COD-RESTART,
                      :VA-154-STP-INICIO, :VA-154-STP-FIN,
                      :VA-210-STP-PROYECTADO, :VA-210-FLG-CRITICA,
                      :VA-ORDEN
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
                            TO PR-COR-STP-INICIO(VA-IX-JOB)
                       MOVE VA-154-STP-FIN
                            TO PR-COR-STP-FIN(VA-IX-JOB)
      * @BAZ219-I
                       MOVE VA-210-STP-PROYECTADO
                            TO PR-COR-STP-PROYECTADO(VA-IX-JOB)
                       MOVE VA-210-FLG-CRITICA
                            TO PR-COR-FLG-CRITICO(VA-IX-JOB)
      * @BAZ219-F
                       MOVE VA-IX-JOB      TO PR-COR-NUM-JOBS
                    END-IF
                 WHEN SQL-88-NOT-FOUND
