      * MBNE0203: COPY DE ENTRADA/SALIDA PARA EL CRIBADO DE NOMBRES    *
      *           CONTRA LISTAS DE SANCIONES Y PEP, MB9B0203.          *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ237   AGR  15-10-2026  ALTA DE COPY PARA EL CRIBADO CONTRA *
      *                            LISTAS (MB9B0203)                   *
      ******************************************************************
      * MBNE0203            PARAMETROS DEL CRIBADO.                    *
      * E203-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E203-FECHA-PROCESO   (R)  DIA DE OPERACIONES A CRIBAR          *
      *                           (YYYY-MM-DD)                         *
      * E203-CARGA-LISTAS    (R)  'S' CARGA EL ARCHIVO DE LISTAS       *
      *                           VIGENTE (LISTASCR) A MBDT223 Y       *
      *                           RECRIBA A TODOS LOS TITULARES DE     *
      *                           PEDT001; 'N' SOLO LAS CONTRAPARTES   *
      *                           DEL DIA CONTRA LAS LISTAS CARGADAS   *
      * E203-UMBRAL          (R)  CALIFICACION MINIMA (1 A 100) QUE    *
      *                           ABRE COINCIDENCIA                    *
      * E203-COD-RETURN      (S)  '00' OK  '10' SIN COINCIDENCIAS      *
      *                           '99' ERROR SQL/ARCHIVO               *
      * E203-NUM-LISTA       (S)  RENGLONES DE LISTA CARGADOS          *
      * E203-NUM-REVISADOS   (S)  NOMBRES CRIBADOS                     *
      * E203-NUM-COINCIDEN   (S)  COINCIDENCIAS NUEVAS (MBDT225)       *
      * E203-NUM-DESCARTADAS (S)  COINCIDENCIAS YA DESCARTADAS COMO    *
      *                           FALSO POSITIVO (MBDT224)             *
      * E203-NUM-CASOS       (S)  CASOS NUEVOS ABIERTOS EN MBDT180     *
      ******************************************************************
       01 MBNE0203.
          05 E203-ENT-ORIGIN               PIC X(04).
          05 E203-FECHA-PROCESO            PIC X(10).
          05 E203-CARGA-LISTAS             PIC X(01).
             88 E203-CARGA-LISTAS-SI               VALUE 'S'.
          05 E203-UMBRAL                   PIC 9(03).
          05 E203-COD-RETURN               PIC X(02).
             88 E203-RETURN-OK                     VALUE '00'.
             88 E203-RETURN-SIN-DATOS              VALUE '10'.
             88 E203-RETURN-ERROR                  VALUE '99'.
          05 E203-NUM-LISTA                PIC 9(07).
          05 E203-NUM-REVISADOS            PIC 9(07).
          05 E203-NUM-COINCIDEN            PIC 9(07).
          05 E203-NUM-DESCARTADAS          PIC 9(07).
          05 E203-NUM-CASOS                PIC 9(07).
