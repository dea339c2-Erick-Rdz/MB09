      * MBNE0196: COPY DE ENTRADA/SALIDA PARA LA AUDITORIA DE SALTOS   *
      *           Y CAPACIDAD DE CONTADORES GP7C0690, MB9B0196.        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ230   AGR  15-10-2026  ALTA DE COPY PARA LA AUDITORIA DE   *
      *                            CONTADORES DE CONTROL (MB9B0196)    *
      ******************************************************************
      * MBNE0196            PARAMETROS DE LA CORRIDA.                  *
      * E196-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E196-FEC-INI         (O)  INICIO DE LA VENTANA DE EMISION A    *
      * E196-FEC-FIN         (O)  FIN    AUDITAR (AAAA-MM-DD); EN      *
      *                           ESPACIOS TODA LA BITACORA GPDT022    *
      * E196-PCT-ALERTA      (O)  PORCENTAJE DE LA CAPACIDAD S9(7) DEL *
      *                           CONTADOR A PARTIR DEL CUAL SE AVISA  *
      *                           (DEFAULT 80)                         *
      * E196-NUM-CONSUMIDORES(R)  RENGLONES LLENOS DE E196-CONSUMIDOR  *
      * E196-CONSUMIDOR      (R)  CONTADOR (T021_NUM_SEQUENCE) Y LA    *
      *                           TABLA QUE CONSUME SUS NUMEROS:       *
      *                           'MBDT153' FOLIOS CERTIFICADOS DE     *
      *                           ESTADO DE CUENTA (MB7C0145)          *
      * E196-COD-RETURN      (S)  '00' OK  '10' SIN HALLAZGOS          *
      *                           '99' ERROR                           *
      * E196-NUM-CONTADORES  (S)  CONTADORES REVISADOS EN CAPACIDAD    *
      * E196-NUM-ALERTAS     (S)  CONTADORES SOBRE EL PORCENTAJE       *
      * E196-NUM-SALTOS      (S)  SALTOS O RETROCESOS EN LA EMISION    *
      * E196-NUM-DUPLICADOS  (S)  NUMEROS EMITIDOS O CONSUMIDOS MAS DE *
      *                           UNA VEZ                              *
      * E196-NUM-NO-USADOS   (S)  NUMEROS EMITIDOS SIN CONSUMO         *
      * E196-NUM-SIN-EMISION (S)  NUMEROS CONSUMIDOS QUE NO APARECEN   *
      *                           EMITIDOS EN LA BITACORA              *
      ******************************************************************
       01 MBNE0196.
          05 E196-ENT-ORIGIN               PIC X(04).
          05 E196-FEC-INI                  PIC X(10).
          05 E196-FEC-FIN                  PIC X(10).
          05 E196-PCT-ALERTA               PIC 9(03).
          05 E196-NUM-CONSUMIDORES         PIC 9(02).
          05 E196-CONSUMIDOR               OCCURS 10 TIMES.
             10 E196-CSM-COD-CONTROL       PIC S9(07) COMP-3.
             10 E196-CSM-TABLA             PIC X(08).
          05 E196-COD-RETURN               PIC X(02).
             88 E196-RETURN-OK                     VALUE '00'.
             88 E196-RETURN-SIN-DATOS              VALUE '10'.
             88 E196-RETURN-ERROR                  VALUE '99'.
          05 E196-NUM-CONTADORES           PIC 9(07).
          05 E196-NUM-ALERTAS              PIC 9(07).
          05 E196-NUM-SALTOS               PIC 9(07).
          05 E196-NUM-DUPLICADOS           PIC 9(07).
          05 E196-NUM-NO-USADOS            PIC 9(07).
          05 E196-NUM-SIN-EMISION          PIC 9(07).
