      * MBEC0520:  COMMAREA MB7C0520 -- MONITOR SINTETICO DE LA        *
      *            FAMILIA MB09 (CANARIOS MBDT229 / RESULTADOS MBDT230)*
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ241    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LO ARRANCA EL CICLO CORTO DE OPERACION PARA PR-SND-ENT. CORRE  *
      * CADA CANARIO ACTIVO DE MBDT229 Y DEJA UN RENGLON POR CANARIO   *
      * EN MBDT230 (RESULTADO 'OK'/'FA'; CODIGO OBTENIDO; REGISTROS;   *
      * MILISEGUNDOS).                                                 *
      * PR-SND-UMBRAL: FALLAS CONSECUTIVAS DE UN MISMO CANARIO CON LAS *
      * QUE SE ABRE INCIDENTE EN QGDT888 (UNO POR RACHA); CERO = 3.    *
      * PR-SND-COD-RETURN: '00' TODOS LOS CANARIOS OK; '20' ALGUNO     *
      * FALLO; '10' SIN CANARIOS ACTIVOS; '99' ERROR.                  *
      ******************************************************************
        02 PR-PARAM-SONDA.
          05 PR-SND-ENT                   PIC X(04).
          05 PR-SND-UMBRAL                PIC 9(02).
          05 PR-SND-COD-RETURN            PIC X(02).
          05 PR-SND-DES-ERROR             PIC X(40).
          05 PR-SND-NUM-EJECUTADAS        PIC 9(03).
          05 PR-SND-NUM-OK                PIC 9(03).
          05 PR-SND-NUM-FALLAS            PIC 9(03).
          05 PR-SND-NUM-INCIDENTES        PIC 9(03).
