      * MBNE0220: COPY DE ENTRADA/SALIDA PARA EL ARCHIVO DE UN REPORTE *
      *           BATCH EN EL REPOSITORIO CENTRAL, MB9B0220.           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ260   AGR  15-10-2026  ALTA DE COPY PARA EL REPOSITORIO    *
      *                            CENTRAL DE REPORTES (MB9B0220)      *
      ******************************************************************
      * MBNE0220            PARAMETROS DEL PROCESO.                    *
      * E220-JOBNAME         (R)  JOB QUE PRODUJO EL REPORTE           *
      * E220-DDNAME          (R)  DD DEL REPORTE EN ESE JOB            *
      * E220-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD)          *
      * E220-COD-RETURN      (S)  '00' OK  '05' ARCHIVADO PERO EL      *
      *                           REPORTE NO ESTA EN EL CATALOGO       *
      *                           MBDT265 (CLASE DE RETENCION POR      *
      *                           OMISION, SIN SUSCRIPTORES)           *
      *                           '20' EL JOB NO TIENE CORRIDA EN      *
      *                           MBDT154 PARA EL DIA                  *
      *                           '99' ERROR SQL/ARCHIVO/PARAMETROS    *
      * E220-ID-RUN          (S)  FOLIO DEL REPORTE EN MBDT266         *
      * E220-NUM-LINEAS      (S)  RENGLONES ARCHIVADOS                 *
      * E220-NUM-AVISOS      (S)  AVISOS A SUSCRIPTORES (RPTMAIL)      *
      ******************************************************************
       01 MBNE0220.
          05 E220-JOBNAME                  PIC X(08).
          05 E220-DDNAME                   PIC X(08).
          05 E220-FECHA-PROCESO            PIC X(10).
          05 E220-COD-RETURN               PIC X(02).
             88 E220-RETURN-OK                     VALUE '00'.
             88 E220-RETURN-SIN-CATALOGO           VALUE '05'.
             88 E220-RETURN-SIN-CORRIDA            VALUE '20'.
             88 E220-RETURN-ERROR                  VALUE '99'.
          05 E220-ID-RUN                   PIC 9(09).
          05 E220-NUM-LINEAS               PIC 9(07).
          05 E220-NUM-AVISOS               PIC 9(05).
