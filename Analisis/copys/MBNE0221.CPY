      * MBNE0221: COPY DE ENTRADA/SALIDA PARA EL CONTROL DE            *
      *           DISTRIBUCION DEL REPOSITORIO DE REPORTES, MB9B0221.  *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ260   AGR  15-10-2026  ALTA DE COPY PARA EL CONTROL DE     *
      *                            REPORTES ESPERADOS Y RETENCION      *
      *                            (MB9B0221)                          *
      ******************************************************************
      * MBNE0221            PARAMETROS DEL PROCESO.                    *
      * E221-ENT-ORIGIN      (R)  ENTIDAD (CALENDARIO HABIL)           *
      * E221-FECHA-PROCESO   (R)  DIA DE PROCESO (YYYY-MM-DD)          *
      * E221-COD-RETURN      (S)  '00' OK  '10' HAY REPORTES ESPERADOS *
      *                           QUE NO SE PRODUJERON                 *
      *                           '99' ERROR SQL/ARCHIVO/PARAMETROS    *
      * E221-NUM-ESPERADOS   (S)  REPORTES DEL CATALOGO ESPERADOS      *
      * E221-NUM-FALTANTES   (S)  ESPERADOS SIN REPORTE ARCHIVADO      *
      * E221-NUM-AVISOS      (S)  AVISOS DE FALTANTE A SUSCRIPTORES    *
      * E221-NUM-EXPIRADOS   (S)  REPORTES QUE VENCIERON SU RETENCION  *
      ******************************************************************
       01 MBNE0221.
          05 E221-ENT-ORIGIN               PIC X(04).
          05 E221-FECHA-PROCESO            PIC X(10).
          05 E221-COD-RETURN               PIC X(02).
             88 E221-RETURN-OK                     VALUE '00'.
             88 E221-RETURN-FALTANTES              VALUE '10'.
             88 E221-RETURN-ERROR                  VALUE '99'.
          05 E221-NUM-ESPERADOS            PIC 9(05).
          05 E221-NUM-FALTANTES            PIC 9(05).
          05 E221-NUM-AVISOS               PIC 9(05).
          05 E221-NUM-EXPIRADOS            PIC 9(07).
