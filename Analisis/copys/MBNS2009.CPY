      * @BAZ139   AGR  23-08-2026  SE AGREGA INDICADOR DE POSIBLE      *
      *                            CARGO DUPLICADO Y EL NUMERO DE      *
      *                            OPERACION DEL PAR DETECTADO         *
      * @BAZ232   AGR  15-10-2026  SE AGREGAN EL NOMBRE NORMALIZADO Y  *
      *                            LA CATEGORIA DEL COMERCIO (MBDT218) *
      ******************************************************************
      *                                                                *
      * CONCEPT  (S)   CONCEPTO DE OPERACI?N                           *
      *                ESPACIOS SI EL MOVIMIENTO NO FUE CON TARJETA    *
      * TOTTARDIG(S)   TOTAL ACUMULADO DE MOVTOS CON TARJETA DIGITAL   *
      * TOTTARFIS(S)   TOTAL ACUMULADO DE MOVTOS CON TARJETA FISICA    *
      * COMNORM  (S)   NOMBRE NORMALIZADO DEL COMERCIO (MBDT218); SIN  *
      *                MAPEO, EL DESCRIPTOR CRUDO                      *
      * CATNORM  (S)   CATEGORIA DEL DIRECTORIO O 'SIN MAPEO'          *
      *                                                                *
      ******************************************************************
      *
      *    VER 24203-DETECTA-DUPLICADO EN MB2C0009 Y EL REPORTE
      *    DIARIO MB9B0129.
      *@BAZ139-F
      *@BAZ232-I
          05 S209-COMNORM-L                PIC S9(4) COMP.
          05 S209-COMNORM-A                PIC X(01).
          05 S209-COMNORM                  PIC X(30).
      *
          05 S209-CATNORM-L                PIC S9(4) COMP.
          05 S209-CATNORM-A                PIC X(01).
          05 S209-CATNORM                  PIC X(20).
      *    SOLO PAGOS A COMERCIO (VER RECUPERA-COMERCIO-NORM EN
      *    MB2C0009); EN ESPACIOS PARA LOS DEMAS MOVIMIENTOS.
      *@BAZ232-F
      *
