      * MBNE0219: COPY DE ENTRADA/SALIDA PARA EL EXTRACTO TRIMESTRAL   *
      *           DE EVENTOS DE PERDIDA OPERACIONAL, MB9B0219.         *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ259   AGR  15-10-2026  ALTA DE COPY PARA EL EXTRACTO DE    *
      *                            PERDIDAS OPERACIONALES (MB9B0219)   *
      ******************************************************************
      * MBNE0219            PARAMETROS DEL PROCESO.                    *
      * E219-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E219-ANIO            (R)  ANO DEL TRIMESTRE (YYYY)             *
      * E219-TRIMESTRE       (R)  TRIMESTRE (1 A 4)                    *
      * E219-COD-RETURN      (S)  '00' OK  '10' SIN EVENTOS NI         *
      *                           RECUPERACIONES EN EL TRIMESTRE       *
      *                           '99' ERROR SQL/ARCHIVO/PARAMETROS    *
      * E219-NUM-EVENTOS     (S)  EVENTOS RECONOCIDOS EN EL TRIMESTRE  *
      * E219-NUM-RECUPERA    (S)  RECUPERACIONES DEL TRIMESTRE (DE     *
      *                           EVENTOS DE CUALQUIER TRIMESTRE)      *
      * E219-IMP-PERDIDA     (S)  PERDIDA BRUTA DE LOS EVENTOS         *
      * E219-IMP-RECUPERADO  (S)  IMPORTE RECUPERADO EN EL TRIMESTRE   *
      ******************************************************************
       01 MBNE0219.
          05 E219-ENT-ORIGIN               PIC X(04).
          05 E219-ANIO                     PIC 9(04).
          05 E219-TRIMESTRE                PIC 9(01).
          05 E219-COD-RETURN               PIC X(02).
             88 E219-RETURN-OK                     VALUE '00'.
             88 E219-RETURN-SIN-DATOS              VALUE '10'.
             88 E219-RETURN-ERROR                  VALUE '99'.
          05 E219-NUM-EVENTOS              PIC 9(07).
          05 E219-NUM-RECUPERA             PIC 9(07).
          05 E219-IMP-PERDIDA              PIC 9(15)V99.
          05 E219-IMP-RECUPERADO           PIC 9(15)V99.
