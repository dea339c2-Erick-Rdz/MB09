      *                                 REGISTRA EN BGDT114 Y EL       *
      *                                 HISTORIAL SE REGRESA EN EL     *
      *                                 OCCURS BGNC477-HISTORIAL       *
      *     @BG0004    AGR     15-10-26 REIMPRESION DEL COMPROBANTE    *
      *                                 DEL TRASPASO (BGNC477-FLG-     *
      *                                 COMPROBANTE): CUENTAS          *
      *                                 ENMASCARADAS, ESTADO VIGENTE   *
      *                                 DE BGDT114, LEYENDA DE REVERSO,*
      *                                 CODIGO DE VERIFICACION Y       *
      *                                 BITACORA BGDT115               *
      *                                                                *
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           05 VA-114-USERID                PIC X(08).
           05 VA-114-STP-CAMBIO            PIC X(26).
      *@BG0003-F
      *@BG0004-I
       01 CA-LEY-REVERSADO                 PIC X(60) VALUE
           '*** TRASPASO REVERSADO: LOS RECURSOS REGRESARON AL ORIGEN'.
       01 CA-LEY-ES-REVERSO                PIC X(60) VALUE
           '*** MOVIMIENTO DE REVERSO DE UN TRASPASO ANTERIOR ***'.
       01 CA-TXT-REVERSO                   PIC X(20) VALUE 'REVERSO'.
      *
      * COMPROBANTE EN TURNO: ESTADO VIGENTE, NUMERO DE REIMPRESION Y
      * CALCULO DEL DIGITO VERIFICADOR (MODULO 97 SOBRE OPERACION +
      * REIMPRESION + MICROSEGUNDOS DE LA EMISION, COMO EL DE LA
      * CLABE/IBAN). LOS MICROSEGUNDOS NO SALEN EN EL COMPROBANTE Y
      * EVITAN QUE EL CODIGO SE DEDUZCA DE LA OPERACION IMPRESA.
       01 VA-CMP-ESTADO                    PIC X(02).
       01 VA-CMP-NUM-REIMPRESION           PIC S9(04) COMP.
       01 VA-CMP-STP-EMISION               PIC X(26).
       01 VA-CMP-BASE                      PIC 9(16).
       01 VA-CMP-BASE-R REDEFINES VA-CMP-BASE.
           05 VA-CMP-BASE-OPER             PIC 9(09).
           05 VA-CMP-BASE-REIMP            PIC 9(03).
           05 VA-CMP-BASE-AZAR             PIC 9(04).
       01 VA-CMP-DIVIDENDO                 PIC S9(18) COMP-3.
       01 VA-CMP-COCIENTE                  PIC S9(18) COMP-3.
       01 VA-CMP-RESIDUO                   PIC S9(03) COMP-3.
       01 VA-CMP-DIGITOS                   PIC 9(02).
      *@BG0004-F

      ******************************************************************
      *                      LINKAGE SECTION                           *
              PERFORM 2250-REVERSA-DOS-MANOS
           END-IF.
      *@BG0001-F
      *@BG0004-I
           IF BGNC477-88-COMPROBANTE-SI
              PERFORM 2400-COMPROBANTE
           END-IF.
      *@BG0004-F
      ******************************************************************
      *2100-ACC-BGDT111.                                               *
      ******************************************************************
            .
      *@BG0001-F
      ******************************************************************
      *@BG0004-I                                                       *
      *2400-COMPROBANTE.                                               *
      *     REIMPRESION DEL COMPROBANTE DEL TRASPASO YA LEIDO DE       *
      *     BGDT111: ESTADO VIGENTE, ARMADO Y BITACORA.                *
      ******************************************************************
       2400-COMPROBANTE.

           MOVE '00'                       TO BGNC477-CMP-COD-RETURN
           PERFORM 2410-ESTADO-VIGENTE
           IF BGNC477-CMP-OK
              PERFORM 2420-ARMA-COMPROBANTE
           END-IF
           IF BGNC477-CMP-OK
              PERFORM 2430-REGISTRA-REIMPRESION
           END-IF
            .
      ******************************************************************
      *2410-ESTADO-VIGENTE.                                            *
      *     EL ULTIMO CAMBIO DE LA LINEA DE TIEMPO (BGDT114); SIN      *
      *     CAMBIOS REGISTRADOS VALE EL ESTADO DE BGDT111.             *
      ******************************************************************
       2410-ESTADO-VIGENTE.

           EXEC SQL
              SELECT TOP 1
                     T114_STATUS_NVO
                INTO :VA-CMP-ESTADO
                FROM BGDT114 with(nolock)
               WHERE T114_ACC_DEBIT = :T111-ACC-DEBIT
                 AND T114_MOV_DEBIT = :T111-MOV-DEBIT
               ORDER BY T114_STP_CAMBIO DESC
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 CONTINUE
              WHEN SQL-88-NOT-FOUND
                 MOVE T111-STATUS-MOV      TO VA-CMP-ESTADO
              WHEN OTHER
                 SET BGNC477-CMP-ERROR     TO TRUE
                 MOVE 'BGDT114/SELECT'     TO BGNC477-ERR-VARIA1
                 MOVE SQLCODE              TO BGNC477-ERR-VARIA2
           END-EVALUATE
            .
      ******************************************************************
      *2420-ARMA-COMPROBANTE.                                          *
      *     CUENTAS CON LA POLITICA DE ENMASCARADO DE LA SALIDA 5 DE   *
      *     MB2C0009 (@BAZ109): SE TAPAN LAS POSICIONES 7 A 10. EL     *
      *     TRASPASO REVERSADO Y EL MOVIMIENTO DE REVERSO LLEVAN SU    *
      *     LEYENDA PARA QUE EL COMPROBANTE NO SE USE COMO PAGO.       *
      ******************************************************************
       2420-ARMA-COMPROBANTE.

           MOVE T111-ACC-DEBIT             TO BGNC477-CMP-ORIGEN
           MOVE T111-ACC-CREDIT            TO BGNC477-CMP-DESTINO
           IF BGNC477-CMP-ORIGEN NOT EQUAL SPACES
              MOVE '****'                  TO BGNC477-CMP-ORIGEN(7:4)
           END-IF
           IF BGNC477-CMP-DESTINO NOT EQUAL SPACES
              MOVE '****'                  TO BGNC477-CMP-DESTINO(7:4)
           END-IF

           MOVE T111-AMT                   TO BGNC477-CMP-IMPORTE
           MOVE T111-FCC                   TO BGNC477-CMP-FCC
           MOVE T111-TIMESTAMP(1:10)       TO BGNC477-CMP-FECHA
           MOVE SPACES                     TO BGNC477-CMP-HORA
           STRING T111-TIMESTAMP(12:2)     DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  T111-TIMESTAMP(15:2)     DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  T111-TIMESTAMP(18:2)     DELIMITED BY SIZE
             INTO BGNC477-CMP-HORA
           END-STRING
           MOVE T111-MOV-DEBIT             TO BGNC477-CMP-NUM-OPERACION
           MOVE T111-REF-DEBIT             TO BGNC477-CMP-REFERENCIA
           MOVE VA-CMP-ESTADO              TO BGNC477-CMP-ESTADO

           MOVE SPACES                     TO BGNC477-CMP-LEYENDA
           IF VA-CMP-ESTADO EQUAL CA-RV
              MOVE 'REVERSADO'             TO BGNC477-CMP-DES-ESTADO
              IF T111-TXT-FREE EQUAL CA-TXT-REVERSO
                 MOVE CA-LEY-ES-REVERSO    TO BGNC477-CMP-LEYENDA
              ELSE
                 MOVE CA-LEY-REVERSADO     TO BGNC477-CMP-LEYENDA
              END-IF
           ELSE
              MOVE 'APLICADO'              TO BGNC477-CMP-DES-ESTADO
           END-IF
            .
      ******************************************************************
      *2430-REGISTRA-REIMPRESION.                                      *
      *     CONSECUTIVO DE REIMPRESION DEL TRASPASO; CODIGO DE         *
      *     VERIFICACION = OPERACION (9) + REIMPRESION (3) +           *
      *     MICROSEGUNDOS DE LA EMISION (4) + DIGITOS MODULO 97 (2);   *
      *     SE GUARDA EN BGDT115 (CON LOS MICROSEGUNDOS EN             *
      *     T115_NUM_AZAR) PARA VALIDAR EL COMPROBANTE QUE PRESENTE UN *
      *     TERCERO.                                                   *
      ******************************************************************
       2430-REGISTRA-REIMPRESION.

           EXEC SQL
              SELECT COALESCE(MAX(T115_NUM_REIMPRESION), 0) + 1,
                     CHAR(CURRENT TIMESTAMP)
                INTO :VA-CMP-NUM-REIMPRESION,
                     :VA-CMP-STP-EMISION
                FROM BGDT115
               WHERE T115_ACC_DEBIT = :T111-ACC-DEBIT
                 AND T115_MOV_DEBIT = :T111-MOV-DEBIT
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              SET BGNC477-CMP-ERROR        TO TRUE
              MOVE 'BGDT115/SELECT'        TO BGNC477-ERR-VARIA1
              MOVE SQLCODE                 TO BGNC477-ERR-VARIA2
           ELSE
              MOVE T111-MOV-DEBIT          TO VA-CMP-BASE-OPER
              MOVE VA-CMP-NUM-REIMPRESION  TO VA-CMP-BASE-REIMP
              MOVE VA-CMP-STP-EMISION(23:4)
                                           TO VA-CMP-BASE-AZAR
              COMPUTE VA-CMP-DIVIDENDO = VA-CMP-BASE * 100
              DIVIDE VA-CMP-DIVIDENDO BY 97
                     GIVING VA-CMP-COCIENTE
                     REMAINDER VA-CMP-RESIDUO
              COMPUTE VA-CMP-DIGITOS = 98 - VA-CMP-RESIDUO
              MOVE SPACES                  TO BGNC477-CMP-COD-VERIFICA
              STRING VA-CMP-BASE           DELIMITED BY SIZE
                     VA-CMP-DIGITOS        DELIMITED BY SIZE
                INTO BGNC477-CMP-COD-VERIFICA
              END-STRING
              MOVE VA-CMP-NUM-REIMPRESION  TO
                                        BGNC477-CMP-NUM-REIMPRESION
              MOVE VA-CMP-STP-EMISION      TO BGNC477-CMP-STP-EMISION

              EXEC SQL
                 INSERT INTO BGDT115
                    (T115_ACC_DEBIT       ,
                     T115_MOV_DEBIT       ,
                     T115_NUM_REIMPRESION ,
                     T115_COD_VERIFICA    ,
                     T115_NUM_AZAR        ,
                     T115_STATUS_MOV      ,
                     T115_USERID          ,
                     T115_STP_EMISION     )
                 VALUES
                    (:T111-ACC-DEBIT           ,
                     :T111-MOV-DEBIT           ,
                     :VA-CMP-NUM-REIMPRESION   ,
                     :BGNC477-CMP-COD-VERIFICA ,
                     :VA-CMP-BASE-AZAR         ,
                     :VA-CMP-ESTADO            ,
                     :BGNC477-USUARIO          ,
                     TIMESTAMP(:VA-CMP-STP-EMISION))
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 SET BGNC477-CMP-ERROR     TO TRUE
                 MOVE 'BGDT115/INSERT'     TO BGNC477-ERR-VARIA1
                 MOVE SQLCODE              TO BGNC477-ERR-VARIA2
              END-IF
           END-IF
            .
      *@BG0004-F
      ******************************************************************
      *3000-END.                                                       *
      ******************************************************************
       3000-END.
