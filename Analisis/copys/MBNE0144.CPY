      * ------- ------ ----------- ----------------------------------- *
      * @BAZ155   AGR  23-08-2026  ALTA DE COPY PARA EL RUTEO DE       *
      *                            GUARDIAS DE INCIDENTES (MB9B0144)   *
      * @BAZ231   AGR  15-10-2026  E144-NUM-CONOCIDOS: INCIDENTES      *
      *                            LIGADOS A UN PROBLEMA ABIERTO       *
      ******************************************************************
      * MBNE0144            PARAMETROS DEL RUTEO DE GUARDIAS.          *
      * E144-MIN-ESCALA      (R)  MINUTOS SIN ACUSE DE RECIBO TRAS     *
      * E144-NUM-SIN-GRUPO   (S)  INCIDENTES SIN GRUPO CONFIGURADO     *
      *                           (SE RUTEAN AL GRUPO DEFAULT)         *
      * E144-NUM-ESCALADOS   (S)  AVISOS ESCALADOS POR FALTA DE ACUSE  *
      * E144-NUM-CONOCIDOS   (S)  INCIDENTES NUEVOS QUE COINCIDEN CON  *
      *                           UN PROBLEMA ABIERTO (MBDT217)        *
      ******************************************************************
       01 MBNE0144.
          05 E144-MIN-ESCALA               PIC 9(04).
          05 E144-NUM-RUTEADOS             PIC 9(07).
          05 E144-NUM-SIN-GRUPO            PIC 9(07).
          05 E144-NUM-ESCALADOS            PIC 9(07).
          05 E144-NUM-CONOCIDOS            PIC 9(07).
