      * MBNE0191: COPY DE ENTRADA/SALIDA PARA EL REPORTE TRIMESTRAL DE *
      *           OPERACIONES RELEVANTES EN EFECTIVO A LA UIF,         *
      *           MB9B0191.                                            *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ223   AGR  15-10-2026  ALTA DE COPY PARA EL REPORTE DE     *
      *                            OPERACIONES RELEVANTES (MB9B0191)   *
      ******************************************************************
      * MBNE0191            PARAMETROS DEL REPORTE.                    *
      * E191-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E191-ANIO            (R)  EJERCICIO REPORTADO (AAAA)           *
      * E191-TRIMESTRE       (R)  TRIMESTRE REPORTADO (1 A 4)          *
      * E191-UMBRAL-USD      (O)  UMBRAL REGULATORIO EN DOLARES;       *
      *                           CERO TOMA 7500                       *
      * E191-CLAVE-SUJETO    (R)  CLAVE DE LA ENTIDAD COMO SUJETO      *
      *                           OBLIGADO ANTE LA UIF                 *
      * E191-COD-RETURN      (S)  '00' OK  '10' SIN OPERACIONES        *
      *                           RELEVANTES EN EL TRIMESTRE  '99'     *
      *                           ERROR                                *
      * E191-NUM-OPERACIONES (S)  REGISTROS ESCRITOS EN EL ARCHIVO UIF *
      * E191-NUM-SIN-CLIENTE (S)  DE ELLOS, SIN TITULAR EN PEDT008/    *
      *                           PEDT001 (SE REPORTAN CON LA CUENTA;  *
      *                           CUMPLIMIENTO LOS COMPLETA ANTES DEL  *
      *                           ENVIO)                               *
      * E191-NUM-SIN-TC      (S)  OPERACIONES DE EFECTIVO OMITIDAS POR *
      *                           NO HABER TIPO DE CAMBIO EN TCDT081   *
      *                           A SU FECHA (VAN AL REPORTE DE        *
      *                           CONTROL)                             *
      * E191-IMP-TOTAL-MXN   (S)  SUMA EN PESOS DE LO REPORTADO        *
      * E191-IMP-TOTAL-USD   (S)  SUMA DEL EQUIVALENTE EN DOLARES      *
      ******************************************************************
       01 MBNE0191.
          05 E191-ENT-ORIGIN               PIC X(04).
          05 E191-ANIO                     PIC 9(04).
          05 E191-TRIMESTRE                PIC 9(01).
          05 E191-UMBRAL-USD               PIC 9(07).
          05 E191-CLAVE-SUJETO             PIC X(06).
          05 E191-COD-RETURN               PIC X(02).
             88 E191-RETURN-OK                     VALUE '00'.
             88 E191-RETURN-SIN-DATOS              VALUE '10'.
             88 E191-RETURN-ERROR                  VALUE '99'.
          05 E191-NUM-OPERACIONES          PIC 9(07).
          05 E191-NUM-SIN-CLIENTE          PIC 9(07).
          05 E191-NUM-SIN-TC               PIC 9(07).
          05 E191-IMP-TOTAL-MXN            PIC 9(15)V9(02).
          05 E191-IMP-TOTAL-USD            PIC 9(15)V9(02).
