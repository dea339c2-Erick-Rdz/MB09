      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ177    AGR     02-09-2026 ALTA DEL PROGRAMA            *
      *     @BAZ231    AGR     15-10-2026 LA LISTA MUESTRA EL PROBLEMA *
      *                                   CONOCIDO (MBDT217) LIGADO AL *
      *                                   AVISO Y LA RESOLUCION GUARDA *
      *                                   SU HORA (T161_STP_RESOLUCION)*
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 VA-AVI-ESTADO                PIC X(02).
           05 VA-AVI-ESCALA                PIC S9(05) COMP.
           05 VA-AVI-STP-AVISO             PIC X(26).
           05 VA-AVI-PROBLEMA              PIC S9(09) COMP.
      *
       01 VA-SEQUENCE                      PIC S9(09) COMP.
       01 VA-IX-AVI                        PIC S9(04) COMP.
           EXEC SQL
              DECLARE C230AVI CURSOR FOR
              SELECT T161_NUM_SEQUENCE, T161_ABCODE, T161_ESTADO,
                     T161_NUM_ESCALA, CHAR(T161_STP_AVISO),
                     COALESCE(T161_ID_PROBLEMA, 0)
                FROM MBDT161 with (nolock)
               WHERE T161_GRUPO_ONCALL = :PR-GDA-GRUPO
                 AND ((:PR-GDA-ACCION = 'L' AND
                 FETCH C230AVI
                 INTO :VA-AVI-SEQUENCE, :VA-AVI-ABCODE,
                      :VA-AVI-ESTADO, :VA-AVI-ESCALA,
                      :VA-AVI-STP-AVISO, :VA-AVI-PROBLEMA
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
                         TO PR-GDA-AVI-ESCALA(VA-IX-AVI)
                       MOVE VA-AVI-STP-AVISO
                         TO PR-GDA-AVI-STP-AVISO(VA-IX-AVI)
                       MOVE VA-AVI-PROBLEMA
                         TO PR-GDA-AVI-PROBLEMA(VA-IX-AVI)
                    ELSE
                       SET VA-88-FIN-CURSOR-SI TO TRUE
                    END-IF
              UPDATE MBDT161
                 SET T161_ESTADO         = :CA-RESUELTO,
                     T161_DES_RESOLUCION = :PR-GDA-RESOLUCION,
                     T161_USR_ACUSE      = :PR-GDA-USUARIO,
                     T161_STP_RESOLUCION = CURRENT TIMESTAMP
               WHERE T161_NUM_SEQUENCE = :VA-SEQUENCE
                 AND T161_GRUPO_ONCALL = :PR-GDA-GRUPO
                 AND T161_ESTADO <> :CA-RESUELTO
