      *MBNSA009:  COPY DEL FORMATO DE SALIDA PARA LA TRX MB09          *
      *           CONTRAPARTES FRECUENTES DEL PERIODO CONSULTADO       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ221   AGR  15-10-2026  ALTA DEL COPY                       *
      ******************************************************************
      * MBNSA009       NOMBRE DEL COPY DE SALIDA  PARA LA TRX MB09.    *
      * FILLER         ESPACIO RESERVADO PARA DATOS DE LA ARQUITECTURA.*
      * CODRET   (S)   '00' CONTRAPARTES RESUELTAS; '10' SIN           *
      *                CONTRAPARTES IDENTIFICABLES EN EL PERIODO;      *
      *                CUALQUIER OTRO VALOR = NO DISPONIBLE            *
      * FECINI   (S)   INICIO DEL PERIODO CALCULADO (YYYY-MM-DD)       *
      * FECFIN   (S)   FIN DEL PERIODO CALCULADO (YYYY-MM-DD)          *
      * LISTAS   (S)   CUATRO RANKINGS DE HASTA 5 CONTRAPARTES:        *
      *                (1) ENTRADAS POR IMPORTE  (QUIEN MAS ME PAGO)   *
      *                (2) ENTRADAS POR NUMERO DE MOVIMIENTOS          *
      *                (3) SALIDAS POR IMPORTE   (A QUIEN MAS PAGUE)   *
      *                (4) SALIDAS POR NUMERO DE MOVIMIENTOS           *
      *                NUMRENG = RENGLONES INFORMADOS EN LA LISTA.     *
      *                TIPO: 'SPE' SPEI (ORDENANTE/BENEFICIARIO DE     *
      *                FEDT004); 'WAL' WALLET (TELEFONO DE MCDT403);   *
      *                'COM' COMERCIO (MCDT043). IDENT ES LA CUENTA;   *
      *                TELEFONO O COMERCIO; LAS CUENTAS Y TELEFONOS    *
      *                VIAJAN ENMASCARADOS IGUAL QUE LA SALIDA 5.      *
      ******************************************************************
       01 MBNSA009.
      *
          05 SA09-FILLER                   PIC X(12).
      *
          05 SA09-CODRET-L                 PIC S9(4) COMP.
          05 SA09-CODRET-A                 PIC X(01).
          05 SA09-CODRET                   PIC X(02).
      *
          05 SA09-FECINI-L                 PIC S9(4) COMP.
          05 SA09-FECINI-A                 PIC X(01).
          05 SA09-FECINI                   PIC X(10).
      *
          05 SA09-FECFIN-L                 PIC S9(4) COMP.
          05 SA09-FECFIN-A                 PIC X(01).
          05 SA09-FECFIN                   PIC X(10).
      *
          05 SA09-LISTAS-L                 PIC S9(4) COMP.
          05 SA09-LISTAS-A                 PIC X(01).
          05 SA09-LISTAS.
             10 SA09-LISTA                 OCCURS 4 TIMES.
                15 SA09-NUMRENG            PIC 9(02).
                15 SA09-RENGLON            OCCURS 5 TIMES.
                   20 SA09-TIPO            PIC X(03).
                   20 SA09-IDENT           PIC X(20).
                   20 SA09-NOMBRE          PIC X(40).
                   20 SA09-NUMMOV          PIC 9(05).
                   20 SA09-IMPORTE         PIC 9(13)V9(02).
      *
