      * MBNE0215: COPY DE ENTRADA/SALIDA PARA LA AUDITORIA MENSUAL DE  *
      *           SEGREGACION DE FUNCIONES SOBRE LAS COLAS DE DOBLE    *
      *           MANO (MAKER-CHECKER), MB9B0215.                      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ255   AGR  15-10-2026  ALTA DE COPY PARA LA AUDITORIA DE   *
      *                            SEGREGACION DE FUNCIONES (MB9B0215) *
      ******************************************************************
      * MBNE0215            PARAMETROS DE LA AUDITORIA.                *
      * E215-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E215-PERIODO         (R)  MES AUDITADO (YYYY-MM)               *
      * E215-COD-RETURN      (S)  '00' OK  '10' SIN APROBACIONES EN EL *
      *                           MES  '99' ERROR SQL/ARCHIVO          *
      * E215-NUM-APROBACIONES(S)  APROBACIONES DEL MES EN TODAS LAS    *
      *                           COLAS                                *
      * E215-NUM-RECIPROCOS  (S)  PARES DE USUARIOS QUE SE APRUEBAN    *
      *                           MUTUAMENTE                           *
      * E215-NUM-CONCENTRA   (S)  APROBADORES ARRIBA DEL UMBRAL DE     *
      *                           CONCENTRACION DE SU COLA             *
      * E215-NUM-FUERA-HORA  (S)  APROBACIONES FUERA DEL HORARIO       *
      *                           HABITUAL DEL APROBADOR               *
      * E215-NUM-RAPIDAS     (S)  APROBACIONES EN MENOS DEL TIEMPO     *
      *                           MINIMO                               *
      ******************************************************************
       01 MBNE0215.
          05 E215-ENT-ORIGIN               PIC X(04).
          05 E215-PERIODO                  PIC X(07).
          05 E215-COD-RETURN               PIC X(02).
             88 E215-RETURN-OK                     VALUE '00'.
             88 E215-RETURN-SIN-DATOS              VALUE '10'.
             88 E215-RETURN-ERROR                  VALUE '99'.
          05 E215-NUM-APROBACIONES         PIC 9(07).
          05 E215-NUM-RECIPROCOS           PIC 9(07).
          05 E215-NUM-CONCENTRA            PIC 9(07).
          05 E215-NUM-FUERA-HORA           PIC 9(07).
          05 E215-NUM-RAPIDAS              PIC 9(07).
