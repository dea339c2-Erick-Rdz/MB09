      * MBNE0206: COPY DE ENTRADA/SALIDA PARA LA APLICACION DE CAMBIOS *
      *           PROGRAMADOS DEL CATALOGO MBDT140, MB9B0206.          *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ242   AGR  15-10-2026  ALTA DE COPY PARA LA APLICACION DE  *
      *                            CAMBIOS PROGRAMADOS (MB9B0206)      *
      ******************************************************************
      * MBNE0206            PARAMETROS DE LA APLICACION.               *
      * E206-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E206-COD-RETURN      (S)  '00' OK  '10' SIN CAMBIOS VENCIDOS   *
      *                           '99' ERROR                           *
      * E206-DES-ERROR       (S)  DESCRIPCION DEL ERROR O AVISO        *
      * E206-NUM-APLICADOS   (S)  CAMBIOS APLICADOS AL CATALOGO        *
      ******************************************************************
       01 MBNE0206.
          05 E206-ENT-ORIGIN               PIC X(04).
          05 E206-COD-RETURN               PIC X(02).
             88 E206-RETURN-OK                     VALUE '00'.
             88 E206-RETURN-SIN-DATOS              VALUE '10'.
             88 E206-RETURN-ERROR                  VALUE '99'.
          05 E206-DES-ERROR                PIC X(40).
          05 E206-NUM-APLICADOS            PIC 9(07).
