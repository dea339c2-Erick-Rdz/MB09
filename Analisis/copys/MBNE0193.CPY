      * MBNE0193: COPY DE ENTRADA/SALIDA PARA EL REPORTE TRIMESTRAL    *
      *           REUNE DE RECLAMACIONES A CONDUSEF, MB9B0193.         *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ225   AGR  15-10-2026  ALTA DE COPY PARA EL REPORTE REUNE  *
      *                            (MB9B0193)                          *
      ******************************************************************
      * MBNE0193            PARAMETROS DEL REPORTE.                    *
      * E193-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E193-ANIO            (R)  EJERCICIO REPORTADO (AAAA)           *
      * E193-TRIMESTRE       (R)  TRIMESTRE REPORTADO (1 A 4)          *
      * E193-CLAVE-INST      (R)  CLAVE DE LA INSTITUCION ANTE         *
      *                           CONDUSEF                             *
      * E193-MEDIO-RECEPCION (R)  MEDIO DE RECEPCION DEL CATALOGO      *
      *                           REUNE PARA LAS ACLARACIONES QUE SE   *
      *                           LEVANTAN DESDE LA CONSULTA DE        *
      *                           MOVIMIENTOS                          *
      * E193-COD-RETURN      (S)  '00' OK  '10' SIN RECLAMACIONES EN   *
      *                           EL TRIMESTRE  '99' ERROR             *
      * E193-NUM-REGISTROS   (S)  REGISTROS ESCRITOS EN EL ARCHIVO     *
      *                           REUNE                                *
      * E193-NUM-RECIBIDAS   (S)  RECLAMACIONES RECIBIDAS EN EL        *
      *                           TRIMESTRE                            *
      * E193-NUM-CONCLUIDAS  (S)  RECLAMACIONES CONCLUIDAS EN EL       *
      *                           TRIMESTRE                            *
      * E193-NUM-PENDIENTES  (S)  RECLAMACIONES ABIERTAS AL CIERRE DEL *
      *                           TRIMESTRE                            *
      * E193-NUM-SIN-HOMOLOGAR(S) REGISTROS CUYO TIPO NO TIENE CAUSA   *
      *                           EN MBDT213 (VAN A LA HOJA DE CUADRE; *
      *                           CUMPLIMIENTO LOS HOMOLOGA ANTES DEL  *
      *                           ENVIO)                               *
      ******************************************************************
       01 MBNE0193.
          05 E193-ENT-ORIGIN               PIC X(04).
          05 E193-ANIO                     PIC 9(04).
          05 E193-TRIMESTRE                PIC 9(01).
          05 E193-CLAVE-INST               PIC X(06).
          05 E193-MEDIO-RECEPCION          PIC X(02).
          05 E193-COD-RETURN               PIC X(02).
             88 E193-RETURN-OK                     VALUE '00'.
             88 E193-RETURN-SIN-DATOS              VALUE '10'.
             88 E193-RETURN-ERROR                  VALUE '99'.
          05 E193-NUM-REGISTROS            PIC 9(07).
          05 E193-NUM-RECIBIDAS            PIC 9(07).
          05 E193-NUM-CONCLUIDAS           PIC 9(07).
          05 E193-NUM-PENDIENTES           PIC 9(07).
          05 E193-NUM-SIN-HOMOLOGAR        PIC 9(07).
