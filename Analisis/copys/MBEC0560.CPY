      * MBEC0560:  COMMAREA MB7C0560 -- REGISTRO DE BENEFICIARIOS DE   *
      *            LA CUENTA (MBDT237)                                 *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ246    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LAS DESIGNACIONES DE BENEFICIARIOS VIVIAN EN PAPEL. AQUI EL    *
      * TITULAR (VIA CANAL O SUCURSAL) LAS MANTIENE POR CUENTA:        *
      * NOMBRE; PARENTESCO; RFC O CURP; PORCENTAJE Y LA CUENTA INTERNA *
      * (BGDT041) DONDE SE LE PAGA. LA SUMA DE LOS PORCENTAJES ACTIVOS *
      * NO PUEDE PASAR DE 100. MB7C0570 REPARTE CON ESTOS RENGLONES EL *
      * SALDO DE LA CUENTA AL FALLECER EL TITULAR.                     *
      * 'A' ALTA O CAMBIO: PR-BEN-SECUENCIA EN CERO DA DE ALTA (REGRESA*
      *     LA SECUENCIA ASIGNADA); INFORMADA CAMBIA ESE RENGLON.      *
      * 'B' BAJA DEL RENGLON PR-BEN-SECUENCIA.                         *
      * 'C' CONSULTA LOS BENEFICIARIOS ACTIVOS DE LA CUENTA.           *
      * SOLO SOBRE CUENTAS ACTIVAS (T036_FLG_STAT = 'A'): AL AVISO DE  *
      * FALLECIMIENTO LA DESIGNACION QUEDA CONGELADA.                  *
      * PR-BEN-COD-RETURN: '00' OK; '10' SIN RENGLON; '20' DATO        *
      * INVALIDO O EXCEDE EL 100%; '99' ERROR.                         *
      ******************************************************************
        02 PR-PARAM-BENEFICIARIO.
          05 PR-BEN-ACCION                PIC X(01).
             88 PR-BEN-ALTA                       VALUE 'A'.
             88 PR-BEN-BAJA                       VALUE 'B'.
             88 PR-BEN-CONSULTA                   VALUE 'C'.
          05 PR-BEN-ENT                   PIC X(04).
          05 PR-BEN-CEN-REG               PIC X(04).
          05 PR-BEN-ACC                   PIC X(10).
          05 PR-BEN-SECUENCIA             PIC 9(03).
          05 PR-BEN-NOMBRE                PIC X(60).
          05 PR-BEN-PARENTESCO            PIC X(02).
          05 PR-BEN-RFC-CURP              PIC X(18).
          05 PR-BEN-PORCENTAJE            PIC 9(03)V99.
          05 PR-BEN-CEN-PAGO              PIC X(04).
          05 PR-BEN-ACC-PAGO              PIC X(10).
          05 PR-BEN-USUARIO               PIC X(08).
          05 PR-BEN-PCT-TOTAL             PIC 9(03)V99.
          05 PR-BEN-COD-RETURN            PIC X(02).
          05 PR-BEN-DES-ERROR             PIC X(40).
          05 PR-BEN-NUM-BENEF             PIC 9(02).
          05 PR-BEN-LISTA                 OCCURS 10 TIMES.
             10 PR-BEN-LIS-SECUENCIA      PIC 9(03).
             10 PR-BEN-LIS-NOMBRE         PIC X(60).
             10 PR-BEN-LIS-PARENTESCO     PIC X(02).
             10 PR-BEN-LIS-RFC-CURP       PIC X(18).
             10 PR-BEN-LIS-PORCENTAJE     PIC 9(03)V99.
             10 PR-BEN-LIS-CEN-PAGO       PIC X(04).
             10 PR-BEN-LIS-ACC-PAGO       PIC X(10).
