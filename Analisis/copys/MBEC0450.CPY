      * MBEC0450:  COMMAREA MB7C0450 -- MANTENIMIENTO DEL DIRECTORIO   *
      *            DE COMERCIOS (MBDT218)                              *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ232    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL DIRECTORIO LIGA EL NUMERO DE COMERCIO (T043_NUM_BSS) O UN   *
      * PATRON DEL DESCRIPTOR CRUDO (T043_TXT_DIG_30, SINTAXIS LIKE,   *
      * P.EJ. 'OXXO%') CON UN NOMBRE NORMALIZADO Y UNA CATEGORIA.      *
      * OPERACIONES LO MANTIENE AQUI:                                  *
      *   'C' CONSULTA DE UN MAPEO POR PR-COM-ID-MAPEO                 *
      *   'A' ALTA DE UN MAPEO ACTIVO; REGRESA PR-COM-ID-MAPEO         *
      *   'M' CAMBIO DE PATRON/COMERCIO/NOMBRE/CATEGORIA/PRIORIDAD     *
      *   'B' BAJA LOGICA (ESTADO 'BA')                                *
      *   'P' APRUEBA UNA PROPUESTA DEL NOCTURNO MB9B0198 ('PR' A      *
      *       'AC'); SI TRAE NOMBRE/CATEGORIA SE TOMAN LOS CAPTURADOS  *
      *   'R' RECHAZA UNA PROPUESTA ('PR' A 'BA')                      *
      * PR-COM-ESTADO (S): 'AC' ACTIVO; 'PR' PROPUESTO; 'BA' BAJA.     *
      * PR-COM-COD-RETURN: '00' OK; '10' MAPEO NO EXISTE (O NO ESTA    *
      * PROPUESTO EN 'P'/'R'); '20' DATOS DE ENTRADA INCOMPLETOS;      *
      * '99' ERROR.                                                    *
      ******************************************************************
        02 PR-PARAM-COMERCIO.
          05 PR-COM-ACCION                PIC X(01).
             88 PR-COM-CONSULTA                 VALUE 'C'.
             88 PR-COM-ALTA                     VALUE 'A'.
             88 PR-COM-CAMBIO                   VALUE 'M'.
             88 PR-COM-BAJA                     VALUE 'B'.
             88 PR-COM-APRUEBA                  VALUE 'P'.
             88 PR-COM-RECHAZA                  VALUE 'R'.
          05 PR-COM-ENT                   PIC X(04).
          05 PR-COM-ID-MAPEO              PIC 9(09).
          05 PR-COM-ID-COMERCIO           PIC X(15).
          05 PR-COM-PATRON                PIC X(30).
          05 PR-COM-NOMBRE-NORM           PIC X(30).
          05 PR-COM-CATEGORIA             PIC X(20).
          05 PR-COM-PRIORIDAD             PIC 9(03).
          05 PR-COM-ESTADO                PIC X(02).
          05 PR-COM-USUARIO               PIC X(08).
          05 PR-COM-COD-RETURN            PIC X(02).
