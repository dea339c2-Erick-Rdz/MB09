      * MBNE0187: COPY DE ENTRADA/SALIDA PARA EL PRONOSTICO DE RUTA    *
      *           CRITICA DE LA VENTANA NOCTURNA, MB9B0187.            *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ219   AGR  15-10-2026  ALTA DE COPY PARA EL PRONOSTICO DE  *
      *                            RUTA CRITICA (MB9B0187)             *
      ******************************************************************
      * MBNE0187            PARAMETROS DEL PRONOSTICO.                 *
      * E187-FECHA-PROCESO   (R)  FECHA DE LA CORRIDA (YYYY-MM-DD)     *
      * E187-HORA-APERTURA   (R)  HORA DE APERTURA DEL DIA EN LINEA    *
      *                           ('HH.MM.SS') DEL DIA SIGUIENTE A LA  *
      *                           FECHA DE PROCESO: EL CORTE CONTRA EL *
      *                           QUE SE MIDE LA PROYECCION            *
      * E187-DIAS-HISTORIA   (O)  NOCHES DE HISTORIA DE MBDT154 PARA   *
      *                           EL PROMEDIO DE DURACION POR JOB      *
      *                           (CERO = 20)                          *
      * E187-COD-RETURN      (S)  '00' LA VENTANA TERMINA ANTES DEL    *
      *                           CORTE  '20' LA PROYECCION CRUZA EL   *
      *                           CORTE (INCIDENTE LEVANTADO)          *
      *                           '10' SIN JOBS EN EL GRAFO            *
      *                           '99' ERROR                           *
      * E187-NUM-JOBS        (S)  JOBS PROYECTADOS                     *
      * E187-NUM-PENDIENTES  (S)  JOBS QUE AUN NO TERMINAN             *
      * E187-JOB-FINAL       (S)  EL ULTIMO JOB EN TERMINAR            *
      * E187-STP-PROYECTADO  (S)  FIN PROYECTADO DE LA VENTANA         *
      * E187-JOB-CRITICO     (S)  PRIMER JOB SIN TERMINAR DE LA RUTA   *
      *                           CRITICA (EL QUE NOMBRA EL INCIDENTE) *
      * E187-MIN-EXCESO      (S)  MINUTOS PROYECTADOS MAS ALLA DEL     *
      *                           CORTE (CERO SI NO LO CRUZA)          *
      ******************************************************************
       01 MBNE0187.
          05 E187-FECHA-PROCESO            PIC X(10).
          05 E187-HORA-APERTURA            PIC X(08).
          05 E187-DIAS-HISTORIA            PIC 9(03).
          05 E187-COD-RETURN               PIC X(02).
             88 E187-RETURN-OK                     VALUE '00'.
             88 E187-RETURN-SIN-DATOS              VALUE '10'.
             88 E187-RETURN-CRUZA-CORTE            VALUE '20'.
             88 E187-RETURN-ERROR                  VALUE '99'.
          05 E187-NUM-JOBS                 PIC 9(05).
          05 E187-NUM-PENDIENTES           PIC 9(05).
          05 E187-JOB-FINAL                PIC X(08).
          05 E187-STP-PROYECTADO           PIC X(26).
          05 E187-JOB-CRITICO              PIC X(08).
          05 E187-MIN-EXCESO               PIC 9(05).
