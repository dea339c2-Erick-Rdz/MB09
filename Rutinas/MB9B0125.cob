      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ122    AGR     22-08-2026 ALTA DEL PROGRAMA            *
      *     @BAZ264    AGR     15-10-2026 MBDT142 ARCHIVA EL ID DE LA  *
      *                                   COTIZACION EN FIRME          *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
                      CHAR(T142_BIDRATE) || ';' ||
                      CHAR(T142_OFFERRATE) || ';' ||
                      T142_ORIGEN_TIPCAM || ';' ||
      * @BAZ264-I
                      CHAR(T142_ID_COTIZA) || ';' ||
      * @BAZ264-F
                      T142_TRM_LASTMOD || ';' ||
                      CHAR(T142_STP_LASTMOD)
                 FROM MBDT142
