      * MBEC0670:  COMMAREA MB7C0670 -- TASA DE LA ALCANCIA; GAT       *
      *            NOMINAL Y REAL Y RENDIMIENTO REALIZADO (MBDT262)    *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ258    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * UN SOLO LUGAR DONDE SE CALCULA LA GAT QUE SE LE MUESTRA AL     *
      * CLIENTE (MB09 DETALLE DE ALCANCIA; ESTADO DE CUENTA MB9B0119;  *
      * AVISO DE CAMBIO DE TASA MB9B0218):                             *
      *   GAT NOMINAL = ((1 + TASA / 100 / PERIODOS) ** PERIODOS - 1)  *
      *                 X 100                                          *
      *   GAT REAL    = ((1 + GAT NOMINAL / 100) /                     *
      *                  (1 + INFLACION / 100) - 1) X 100              *
      * LA INFLACION ES LA ESTIMACION OFICIAL QUE SE MANTIENE EN       *
      * MBDT140 (KEY 'GATP', COD 'INFLACION', 5 DIGITOS CON 2          *
      * DECIMALES: 00425 = 4.25%; SE MANTIENE CON MB7C0530).           *
      * ACCIONES:                                                      *
      *   'A' ALTA DE TASA CON SU VIGENCIA (FECHA) Y PERIODOS DE       *
      *       CAPITALIZACION AL ANO (1 2 4 12 52 360 365); QUEDA       *
      *       PENDIENTE DE AVISO AL CLIENTE ('P') HASTA QUE MB9B0218   *
      *       LA NOTIFICA. LA MISMA VIGENCIA DADA DE ALTA DE NUEVO ES  *
      *       UN CAMBIO Y VUELVE A QUEDAR PENDIENTE.                   *
      *   'G' GAT VIGENTE A LA FECHA (ESPACIOS = HOY).                 *
      *   'R' RENDIMIENTO REALIZADO DE UNA ALCANCIA ENTRE FEC-INI Y    *
      *       FEC-FIN: INTERESES ABONADOS EN MBDT039H SOBRE EL SALDO   *
      *       QUE LOS GANO (SALDO ACTUAL MENOS ESOS INTERESES),        *
      *       ANUALIZADO A 365 DIAS. TAMBIEN REGRESA LA GAT VIGENTE.   *
      * PR-GAT-COD-RETURN: '00' OK; '10' SIN TASA VIGENTE, SIN LA      *
      * INFLACION ESTIMADA O SIN ALCANCIA; '20' DATOS DE ENTRADA       *
      * INVALIDOS; '99' ERROR.                                         *
      ******************************************************************
        02 PR-PARAM-GAT-ALCANCIA.
          05 PR-GAT-ACCION                PIC X(01).
             88 PR-GAT-ALTA                       VALUE 'A'.
             88 PR-GAT-CONSULTA                   VALUE 'G'.
             88 PR-GAT-RENDIMIENTO                VALUE 'R'.
          05 PR-GAT-ENT                   PIC X(04).
          05 PR-GAT-FECHA                 PIC X(10).
          05 PR-GAT-TASA-ANUAL            PIC 9(03)V9(04).
          05 PR-GAT-PERIODOS-CAP          PIC 9(03).
          05 PR-GAT-USUARIO               PIC X(08).
          05 PR-GAT-NUM-CLIENTE           PIC 9(09).
          05 PR-GAT-ID-CTA-META           PIC 9(09).
          05 PR-GAT-FEC-INI               PIC X(10).
          05 PR-GAT-FEC-FIN               PIC X(10).
          05 PR-GAT-FEC-VIGENCIA          PIC X(10).
          05 PR-GAT-INFLACION             PIC S9(03)V9(02).
          05 PR-GAT-NOMINAL               PIC S9(03)V9(02).
          05 PR-GAT-REAL                  PIC S9(03)V9(02).
          05 PR-GAT-INTERESES             PIC S9(13)V9(02).
          05 PR-GAT-SALDO                 PIC S9(13)V9(02).
          05 PR-GAT-DIAS                  PIC 9(05).
          05 PR-GAT-REND-REALIZADO        PIC S9(05)V9(02).
          05 PR-GAT-COD-RETURN            PIC X(02).
