      *MBNSB009:  COPY DEL FORMATO DE SALIDA PARA LA TRX MB09          *
      *           SALDO E HISTORIAL DE PUNTOS DE LEALTAD DE LA CUENTA  *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ248   AGR  15-10-2026  ALTA DEL COPY                       *
      ******************************************************************
      * MBNSB009       NOMBRE DEL COPY DE SALIDA  PARA LA TRX MB09.    *
      * FILLER         ESPACIO RESERVADO PARA DATOS DE LA ARQUITECTURA.*
      * CODRET   (S)   '00' PUNTOS RESUELTOS; '10' CUENTA SIN PUNTOS;  *
      *                CUALQUIER OTRO VALOR = NO DISPONIBLE            *
      * SALDO    (S)   SALDO DE PUNTOS (ABONOS MENOS BAJAS)            *
      * PORVENC  (S)   PUNTOS QUE VENCEN EN LOS SIGUIENTES 30 DIAS     *
      * PROXVEN  (S)   PROXIMA FECHA DE VENCIMIENTO (YYYY-MM-DD);      *
      *                ESPACIOS SI NO HAY PUNTOS VIVOS                 *
      * MASDAT   (S)   'S' HAY MAS HISTORIAL: SE PIDE CON              *
      *                E009-PTSSEQ = ULTSEQ                            *
      * ULTSEQ   (S)   CONSECUTIVO DEL ULTIMO RENGLON DE LA PAGINA     *
      * MOVTOS   (S)   HASTA 10 RENGLONES DEL MAS RECIENTE AL MAS      *
      *                ANTIGUO. TIPO: 'AC' ACUMULACION POR COMPRA;     *
      *                'RD' REEMBOLSO; 'AN' COMPRA ANULADA; 'CB'       *
      *                CONTRACARGO; 'EX' VENCIMIENTO. FECHA = DIA DEL  *
      *                REGISTRO; CATEGO = CATEGORIA DEL GIRO DE LA     *
      *                COMPRA; IMPORTE = IMPORTE DE LA COMPRA O DEL    *
      *                REEMBOLSO; PUNTOS CON SIGNO; FECVEN =           *
      *                VENCIMIENTO DE LA ACUMULACION.                  *
      ******************************************************************
       01 MBNSB009.
      *
          05 SB09-FILLER                   PIC X(12).
      *
          05 SB09-CODRET-L                 PIC S9(4) COMP.
          05 SB09-CODRET-A                 PIC X(01).
          05 SB09-CODRET                   PIC X(02).
      *
          05 SB09-SALDO-L                  PIC S9(4) COMP.
          05 SB09-SALDO-A                  PIC X(01).
          05 SB09-SALDO                    PIC S9(09).
      *
          05 SB09-PORVENC-L                PIC S9(4) COMP.
          05 SB09-PORVENC-A                PIC X(01).
          05 SB09-PORVENC                  PIC 9(09).
      *
          05 SB09-PROXVEN-L                PIC S9(4) COMP.
          05 SB09-PROXVEN-A                PIC X(01).
          05 SB09-PROXVEN                  PIC X(10).
      *
          05 SB09-MASDAT-L                 PIC S9(4) COMP.
          05 SB09-MASDAT-A                 PIC X(01).
          05 SB09-MASDAT                   PIC X(01).
      *
          05 SB09-ULTSEQ-L                 PIC S9(4) COMP.
          05 SB09-ULTSEQ-A                 PIC X(01).
          05 SB09-ULTSEQ                   PIC 9(09).
      *
          05 SB09-MOVTOS-L                 PIC S9(4) COMP.
          05 SB09-MOVTOS-A                 PIC X(01).
          05 SB09-MOVTOS.
             10 SB09-NUMMOV                PIC 9(02).
             10 SB09-HISTOR.
                15 SB09-MOVTO              OCCURS 10 TIMES.
                   20 SB09-SEQ             PIC 9(09).
                   20 SB09-TIPO            PIC X(02).
                   20 SB09-FECHA           PIC X(10).
                   20 SB09-CATEGO          PIC X(30).
                   20 SB09-IMPORTE         PIC 9(13)V9(02).
                   20 SB09-PUNTOS          PIC S9(09).
                   20 SB09-FECVEN          PIC X(10).
