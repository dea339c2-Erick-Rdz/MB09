      * MBEC0630:  COMMAREA MB7C0630 -- REGLAS DE CONCENTRACION DE     *
      *            SALDOS (CASH POOLING) DE UN GRUPO CORPORATIVO       *
      *            (MBDT253)                                           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ254    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * UNA REGLA POR CUENTA DE SUBSIDIARIA DEL GRUPO (MBDT189, ROL    *
      * 'S') CONTRA UNA CUENTA DEL HOLDING (ROL 'H'); AMBAS ACTIVAS EN *
      * MBDT036 PARA SU BDMID. LA APLICA EL CIERRE DIARIO MB9B0214.    *
      *   'A' ALTA (PR-POL-ID-REGLA EN CEROS) O CAMBIO DE UNA REGLA.   *
      *       PR-POL-TIPO 'Z' SALDO CERO: TODO EL SALDO SUBE AL        *
      *       HOLDING (CON FONDEO, SOLO LO QUE EXCEDA EL PISO); 'T'    *
      *       SALDO OBJETIVO: SUBE LO QUE EXCEDA                       *
      *       PR-POL-SALDO-OBJ. PR-POL-FONDEO 'S': SI LA SUBSIDIARIA   *
      *       QUEDA DEBAJO DE PR-POL-PISO EL HOLDING LA FONDEA HASTA   *
      *       EL OBJETIVO ('T') O HASTA EL PISO ('Z').                 *
      *   'B' BAJA DE LA REGLA (PR-POL-ID-REGLA).                      *
      *   'L' LISTA LAS REGLAS VIGENTES DEL GRUPO (HASTA 20).          *
      * PR-POL-COD-RETURN: '00' OK; '10' NO ENCONTRADO; '99' ERROR     *
      * (PR-POL-DES-ERROR).                                            *
      ******************************************************************
        02 PR-PARAM-POOL.
          05 PR-POL-ACCION                PIC X(01).
             88 PR-POL-ALTA                       VALUE 'A'.
             88 PR-POL-BAJA                       VALUE 'B'.
             88 PR-POL-LISTA                      VALUE 'L'.
          05 PR-POL-ENT                   PIC X(04).
          05 PR-POL-ID-GRUPO              PIC X(10).
          05 PR-POL-USUARIO               PIC X(08).
          05 PR-POL-ID-REGLA              PIC 9(09).
          05 PR-POL-CEN-SUB               PIC X(04).
          05 PR-POL-ACC-SUB               PIC X(10).
          05 PR-POL-CEN-HOLD              PIC X(04).
          05 PR-POL-ACC-HOLD              PIC X(10).
          05 PR-POL-TIPO                  PIC X(01).
             88 PR-POL-TIPO-CERO                  VALUE 'Z'.
             88 PR-POL-TIPO-OBJETIVO              VALUE 'T'.
          05 PR-POL-SALDO-OBJ             PIC 9(13)V99.
          05 PR-POL-FONDEO                PIC X(01).
             88 PR-POL-FONDEO-SI                  VALUE 'S'.
             88 PR-POL-FONDEO-NO                  VALUE 'N'.
          05 PR-POL-PISO                  PIC 9(13)V99.
          05 PR-POL-COD-RETURN            PIC X(02).
          05 PR-POL-DES-ERROR             PIC X(40).
          05 PR-POL-NUM-REGLAS            PIC 9(03).
          05 PR-POL-REGLAS                OCCURS 20 TIMES.
             10 PR-POL-REG-ID-REGLA       PIC 9(09).
             10 PR-POL-REG-CEN-SUB        PIC X(04).
             10 PR-POL-REG-ACC-SUB        PIC X(10).
             10 PR-POL-REG-CEN-HOLD       PIC X(04).
             10 PR-POL-REG-ACC-HOLD       PIC X(10).
             10 PR-POL-REG-TIPO           PIC X(01).
             10 PR-POL-REG-SALDO-OBJ      PIC 9(13)V99.
             10 PR-POL-REG-FONDEO         PIC X(01).
             10 PR-POL-REG-PISO           PIC 9(13)V99.
