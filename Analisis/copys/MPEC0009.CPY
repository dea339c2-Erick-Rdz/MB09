      *     ---------- ------- -------- ------------------------------ *
      *     @MP0003    AGR   23-08-2026 Se agregan el giro (MCC) y su  *
      *                                 categoria por movimiento       *
      *     @MP0004    AGR   15-10-2026 Se agregan el descriptor crudo,*
      *                                 el nombre normalizado y la     *
      *                                 categoria del comercio; MBDT218*
      *     @MP0005    AGR   15-10-2026 Se agrega la tarjeta vigente de*
      *                                 la cadena de reposiciones      *
      *                                 (MBDT280) y el indicador de    *
      *                                 tarjeta repuesta               *
      *                                                                *
      ******************************************************************
      *B.IN                                                            *
      *B.IF LOTE-ENTRADA              CUENTA/NUM-OPE POR RENGLON       *
      *B.OF LOTE-NUM-RESULT           NUM. DE RESULTADOS REGRESADOS    *
      *B.OF LOTE-RESULTADOS           RESULTADO POR RENGLON DEL LOTE   *
      *B.OF COM-DESCRIPTOR            DESCRIPTOR CRUDO DEL COMERCIO    *
      *B.OF COM-NOMBRE-NORM           NOMBRE NORMALIZADO (MBDT218); SIN*
      *                               MAPEO, EL DESCRIPTOR CRUDO       *
      *B.OF COM-CATEGORIA             CATEGORIA DEL DIRECTORIO O       *
      *                               'SIN MAPEO'                      *
      *B.IF LINAJE                    'S' RESUELVE LA TARJETA VIGENTE  *
      *B.OF NUM-CARD-VIG              TARJETA VIGENTE DE LA CADENA DE  *
      *                               REPOSICIONES (MBDT280)           *
      *B.OF IND-REPUESTA              'S' LA TARJETA DEL MOVIMIENTO YA *
      *                               FUE REPUESTA POR NUM-CARD-VIG    *
      ******************************************************************
       02  MPEC009.
      *
               10  E109-LR-MCC             PIC X(04).
               10  E109-LR-MCC-DESC        PIC X(30).
      *@MP0003-F
      *@MP0004-I
               10  E109-LR-COM-NOMBRE-NORM PIC X(30).
               10  E109-LR-COM-CATEGORIA   PIC X(20).
      *@MP0004-F
      *@MP0005-I
               10  E109-LR-NUM-CARD-VIG    PIC X(16).
               10  E109-LR-IND-REPUESTA    PIC X(01).
      *@MP0005-F
      *@MP0002-F
      *@MP0003-I GIRO DEL COMERCIO (MCC) DEL MOVIMIENTO Y SU
      *          CATEGORIA; RESUELTOS DEL CATALOGO MCDT890.
           05  E109-MCC                    PIC X(04).
           05  E109-MCC-DESC               PIC X(30).
      *@MP0003-F
      *@MP0004-I NOMBRE NORMALIZADO DEL COMERCIO JUNTO AL DESCRIPTOR
      *          CRUDO; RESUELTO DEL DIRECTORIO DE COMERCIOS MBDT218.
         03 MPEC0009-COMERCIO.
           05  E109-COM-DESCRIPTOR         PIC X(30).
           05  E109-COM-NOMBRE-NORM        PIC X(30).
           05  E109-COM-CATEGORIA          PIC X(20).
      *@MP0004-F
      *@MP0005-I TARJETA VIGENTE DE LA CADENA DE REPOSICIONES DE LA
      *          TARJETA DEL MOVIMIENTO (MBDT280); SOLO CON E109-LINAJE.
         03 MPEC0009-LINAJE.
           05  E109-LINAJE                 PIC X(01) VALUE 'N'.
               88  E109-88-LINAJE-SI                 VALUE 'S'.
           05  E109-NUM-CARD-VIG           PIC X(16).
           05  E109-IND-REPUESTA           PIC X(01).
               88  E109-88-REPUESTA-SI               VALUE 'S'.
      *@MP0005-F
      *
