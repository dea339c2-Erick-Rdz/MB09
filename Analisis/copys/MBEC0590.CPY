      * MBEC0590:  COMMAREA MB7C0590 -- SALDO E HISTORIAL DE PUNTOS DE *
      *            LEALTAD DE UNA CUENTA (LIBRO MBDT243)               *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ248    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * SE ENVIA LA CUENTA Y EL ULTIMO CONSECUTIVO RECIBIDO (CEROS EN  *
      * LA PRIMERA PAGINA). MB7C0590 REGRESA:                          *
      *   PR-PTS-SALDO         SUMA DEL LIBRO (ABONOS MENOS BAJAS)     *
      *   PR-PTS-POR-VENCER    PUNTOS VIVOS QUE VENCEN EN LOS          *
      *                        SIGUIENTES 30 DIAS                      *
      *   PR-PTS-FEC-PROX-VENCE PROXIMO VENCIMIENTO CON PUNTOS VIVOS   *
      *   PR-PTS-MOVS          HASTA 10 RENGLONES DEL LIBRO, DEL MAS   *
      *                        RECIENTE AL MAS ANTIGUO. TIPO: 'AC'     *
      *                        ACUMULACION POR COMPRA; 'RD' REEMBOLSO; *
      *                        'AN' COMPRA ANULADA; 'CB' CONTRACARGO;  *
      *                        'EX' VENCIMIENTO. FECHA = DIA EN QUE SE *
      *                        REGISTRO; PUNTOS CON SIGNO.             *
      *   PR-PTS-MAS-DATOS     'S' HAY MAS RENGLONES: SE PIDEN CON     *
      *                        PR-PTS-ULT-SEQ = ULTIMO MOV-SEQ RECIBIDO*
      * PR-PTS-COD-RETURN: '00' OK; '10' CUENTA SIN PUNTOS; '99' ERROR.*
      ******************************************************************
        02 PR-PARAM-PUNTOS.
          05 PR-PTS-ENT                   PIC X(04).
          05 PR-PTS-CEN-REG               PIC X(04).
          05 PR-PTS-ACC                   PIC X(10).
          05 PR-PTS-ULT-SEQ               PIC 9(09).
          05 PR-PTS-COD-RETURN            PIC X(02).
          05 PR-PTS-DES-ERROR             PIC X(40).
          05 PR-PTS-SALDO                 PIC S9(09).
          05 PR-PTS-POR-VENCER            PIC 9(09).
          05 PR-PTS-FEC-PROX-VENCE        PIC X(10).
          05 PR-PTS-MAS-DATOS             PIC X(01).
          05 PR-PTS-NUM-MOVS              PIC 9(02).
          05 PR-PTS-HISTORIAL.
             10 PR-PTS-MOVS               OCCURS 10 TIMES.
                15 PR-PTS-MOV-SEQ         PIC 9(09).
                15 PR-PTS-MOV-TIPO        PIC X(02).
                15 PR-PTS-MOV-FECHA       PIC X(10).
                15 PR-PTS-MOV-CATEGORIA   PIC X(30).
                15 PR-PTS-MOV-IMPORTE     PIC 9(13)V9(02).
                15 PR-PTS-MOV-PUNTOS      PIC S9(09).
                15 PR-PTS-MOV-FEC-VENCE   PIC X(10).
