      * MBNE0212: COPY DE ENTRADA/SALIDA PARA LA REMESA DIARIA DE      *
      *           PAGOS DE SERVICIO A LOS EMISORES Y LA CONCILIACION   *
      *           DE SUS ACUSES DE APLICACION, MB9B0212.               *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ250   AGR  15-10-2026  ALTA DE COPY PARA LA REMESA DE      *
      *                            PAGOS DE SERVICIO (MB9B0212)        *
      ******************************************************************
      * MBNE0212            PARAMETROS DE LA REMESA.                   *
      * E212-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E212-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD)          *
      * E212-DIAS-APLICA     (R)  DIAS QUE TIENE EL EMISOR PARA ACUSAR *
      *                           LA APLICACION; LO REMESADO SIN ACUSE *
      *                           DESPUES DE ESOS DIAS VA A LA COLA DE *
      *                           EXCEPCIONES. TAMBIEN ES LA VENTANA   *
      *                           DE PAGOS AUN NO REMESADOS QUE SE     *
      *                           BARRE (EMISOR DADO DE ALTA TARDE).   *
      * E212-COD-RETURN      (S)  '00' OK  '10' SIN MOVIMIENTOS  '99'  *
      *                           ERROR SQL/ARCHIVO                    *
      * E212-NUM-REMESADOS   (S)  PAGOS REMESADOS EN ESTA CORRIDA      *
      * E212-IMP-REMESADO    (S)  IMPORTE REMESADO EN ESTA CORRIDA     *
      * E212-NUM-EMISORES    (S)  EMISORES CON REMESA                  *
      * E212-NUM-SIN-EMISOR  (S)  PAGOS CUYO SERVICIO NO ESTA EN EL    *
      *                           CATALOGO DE EMISORES (NO SE REMESAN) *
      * E212-NUM-ACUSES      (S)  RENGLONES DE ACUSE LEIDOS            *
      * E212-NUM-APLICADOS   (S)  PAGOS CONFIRMADOS POR EL EMISOR      *
      * E212-NUM-RECHAZADOS  (S)  PAGOS RECHAZADOS POR EL EMISOR       *
      * E212-NUM-SIN-REMESA  (S)  ACUSES SIN REMESA QUE LES CORRESPONDA*
      *                           (O CON OTRO IMPORTE/EMISOR)          *
      * E212-NUM-EXCEPCIONES (S)  PAGOS ENVIADOS A LA COLA DE          *
      *                           EXCEPCIONES EN ESTA CORRIDA          *
      ******************************************************************
       01 MBNE0212.
          05 E212-ENT-ORIGIN               PIC X(04).
          05 E212-FECHA-PROCESO            PIC X(10).
          05 E212-DIAS-APLICA              PIC 9(03).
          05 E212-COD-RETURN               PIC X(02).
             88 E212-RETURN-OK                     VALUE '00'.
             88 E212-RETURN-SIN-DATOS              VALUE '10'.
             88 E212-RETURN-ERROR                  VALUE '99'.
          05 E212-NUM-REMESADOS            PIC 9(07).
          05 E212-IMP-REMESADO             PIC 9(13)V9(02).
          05 E212-NUM-EMISORES             PIC 9(05).
          05 E212-NUM-SIN-EMISOR           PIC 9(07).
          05 E212-NUM-ACUSES               PIC 9(07).
          05 E212-NUM-APLICADOS            PIC 9(07).
          05 E212-NUM-RECHAZADOS           PIC 9(07).
          05 E212-NUM-SIN-REMESA           PIC 9(07).
          05 E212-NUM-EXCEPCIONES          PIC 9(07).
