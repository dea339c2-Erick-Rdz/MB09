      * MBNE0188: COPY DE ENTRADA/SALIDA PARA EL CUADRE DE CORRIENTES  *
      *           PARALELAS DE LOS PROCESOS NOCTURNOS, MB9B0188.       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ220   AGR  15-10-2026  ALTA DE COPY PARA EL CUADRE DE      *
      *                            CORRIENTES PARALELAS (MB9B0188)     *
      ******************************************************************
      * MBNE0188            PARAMETROS DEL CUADRE.                     *
      * E188-PROCESO         (R)  PROCESO PARTIDO EN CORRIENTES:       *
      *                           'MB9B0135' CONCILIACION DE WALLETS   *
      *                           'MB9B0165' FOTO DE POSICION          *
      * E188-ENT-ORIGIN      (R)  ENTIDAD PROCESADA                    *
      * E188-FECHA-PROCESO   (R)  FECHA DE LA CORRIDA (YYYY-MM-DD)     *
      * E188-NUM-STREAMS     (R)  CORRIENTES CONFIGURADAS (1 A 99)     *
      * E188-COD-RETURN      (S)  '00' LAS CORRIENTES CUADRAN CONTRA   *
      *                           EL TOTAL DE CONTROL                  *
      *                           '20' FALTA UNA CORRIENTE O NO        *
      *                           TERMINO OK (SE RE-CORRE SOLO ESA)    *
      *                           '30' LAS CORRIENTES NO SUMAN EL      *
      *                           TOTAL (RANGOS CON HUECO O TRASLAPE)  *
      *                           '99' ERROR                           *
      * E188-NUM-STREAMS-OK  (S)  CORRIENTES TERMINADAS OK             *
      * E188-STREAM-PENDIENTE(S)  PRIMERA CORRIENTE FALTANTE O CON     *
      *                           ERROR (CERO SI NINGUNA)              *
      * E188-JOB-PENDIENTE   (S)  SU JOB (EL QUE SE RE-CORRE)          *
      * E188-TOT-STREAMS     (S)  REGISTROS SUMADOS DE LAS CORRIENTES  *
      * E188-TOT-CONTROL     (S)  REGISTROS DEL TOTAL DE CONTROL       *
      *                           (CLIENTES WALLET ACTIVOS; O CUENTAS  *
      *                           CON MOVIMIENTO EN EL DIA)            *
      * E188-IMP-STREAMS     (S)  IMPORTE SUMADO DE LAS CORRIENTES     *
      *                           (SOLO FOTO DE POSICION)              *
      * E188-IMP-CONTROL     (S)  IMPORTE DEL TOTAL DE CONTROL         *
      *                           (SOLO FOTO DE POSICION)              *
      ******************************************************************
       01 MBNE0188.
          05 E188-PROCESO                  PIC X(08).
             88 E188-PROCESO-CONCILIACION          VALUE 'MB9B0135'.
             88 E188-PROCESO-FOTO                  VALUE 'MB9B0165'.
          05 E188-ENT-ORIGIN               PIC X(04).
          05 E188-FECHA-PROCESO            PIC X(10).
          05 E188-NUM-STREAMS              PIC 9(02).
          05 E188-COD-RETURN               PIC X(02).
             88 E188-RETURN-OK                     VALUE '00'.
             88 E188-RETURN-INCOMPLETO             VALUE '20'.
             88 E188-RETURN-DESCUADRE              VALUE '30'.
             88 E188-RETURN-ERROR                  VALUE '99'.
          05 E188-NUM-STREAMS-OK           PIC 9(02).
          05 E188-STREAM-PENDIENTE         PIC 9(02).
          05 E188-JOB-PENDIENTE            PIC X(08).
          05 E188-TOT-STREAMS              PIC 9(09).
          05 E188-TOT-CONTROL              PIC 9(09).
          05 E188-IMP-STREAMS              PIC S9(15)V9(02).
          05 E188-IMP-CONTROL              PIC S9(15)V9(02).
