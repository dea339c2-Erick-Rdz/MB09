      ******************************************************************
      *  MB7C0610: COMPROBANTE IMPRIMIBLE DE UN MOVIMIENTO CON CODIGO *
      *            DE VERIFICACION. EL CEP SOLO CUBRE SPEI Y EL       *
      *            TERCERO NO ACEPTA UNA CAPTURA DE PANTALLA. AQUI SE *
      *            EMITE, EN SUCURSAL O CANAL, EL COMPROBANTE DE      *
      *            CUALQUIER MOVIMIENTO QUE REGRESA MB09 (BGDT071),   *
      *            CON LA CUENTA ENMASCARADA COMO LA SALIDA 5 DE      *
      *            MB2C0009 (@BAZ109) Y UN CODIGO DE VERIFICACION     *
      *            UNICO; CADA EMISION QUEDA EN MBDT250. LA           *
      *            VERIFICACION PUBLICA CON EL CODIGO SOLO CONFIRMA   *
      *            FECHA, IMPORTE Y ESTADO VIGENTE DEL MOVIMIENTO.    *
      *            MISMO CALCULO DE CODIGO QUE EL COMPROBANTE DE      *
      *            TRASPASO DE BG7C4770. SIN VERBOS CICS.             *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0610.
      *
       AUTHOR.        BACKOFFICE.
      *
       DATE-WRITTEN.  2026-10-15.
      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *     CODE       AUTHOR  DATE       DESCRIPTION                  *
      *     ---------- ------- ---------- --------------------------- *
      *     @BAZ252    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
         COPY QAWCSQL.
      *
      * MOVIMIENTO DEL COMPROBANTE (BGDT071).
       01 VA-MOV.
           05 VA-MOV-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 VA-MOV-CODIGO                PIC X(03).
           05 VA-MOV-HORA                  PIC X(08).
           05 VA-MOV-OBSERVA               PIC X(30).
           05 VA-MOV-ANULADO               PIC X(01).
       01 VN-CUENTAS                       PIC S9(09) COMP.
      *
      * CODIGO DE VERIFICACION = FOLIO (9) + MICROSEGUNDOS DE LA
      * EMISION (4) + DIGITOS MODULO 97 (2), COMO EL DE BG7C4770; LOS
      * MICROSEGUNDOS EVITAN QUE EL CODIGO SE DEDUZCA DEL FOLIO.
       01 VA-CMP-FOLIO                     PIC S9(09) COMP.
       01 VA-CMP-STP-EMISION               PIC X(26).
       01 VA-CMP-ESTADO                    PIC X(02).
       01 VA-CMP-BASE                      PIC 9(13).
       01 VA-CMP-BASE-R REDEFINES VA-CMP-BASE.
           05 VA-CMP-BASE-FOLIO            PIC 9(09).
           05 VA-CMP-BASE-AZAR             PIC 9(04).
       01 VA-CMP-CODIGO                    PIC X(15).
       01 VA-CMP-CODIGO-R REDEFINES VA-CMP-CODIGO.
           05 VA-CMP-COD-BASE              PIC 9(13).
           05 VA-CMP-COD-DIGITOS           PIC 9(02).
       01 VA-CMP-DIVIDENDO                 PIC S9(15) COMP-3.
       01 VA-CMP-COCIENTE                  PIC S9(15) COMP-3.
       01 VA-CMP-RESIDUO                   PIC S9(03) COMP-3.
       01 VA-CMP-DIGITOS                   PIC 9(02).
      *
       01 VA-VER-IMPORTE                   PIC S9(13)V9(02) COMP-3.
       01 VA-IX-LIN                        PIC S9(04) COMP.
       01 VA-EDIT-IMPT                     PIC Z(12)9.99.
       01 VA-EDIT-FOLIO                    PIC 9(09).
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-AP                            PIC X(02) VALUE 'AP'.
       01 CA-CA                            PIC X(02) VALUE 'CA'.
       01 CA-GUIONES                       PIC X(60) VALUE ALL '-'.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0610.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-CMP-COD-RETURN EQUAL CA-00
              EVALUATE TRUE
                 WHEN PR-CMP-EMITE
                    PERFORM 2000-EMITE
                 WHEN PR-CMP-VERIFICA
                    PERFORM 3000-VERIFICA
                 WHEN OTHER
                    MOVE CA-99             TO PR-CMP-COD-RETURN
                    MOVE 'ACCION INVALIDA' TO PR-CMP-DES-ERROR
              END-EVALUATE
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-CMP-COD-RETURN
           MOVE SPACES                     TO PR-CMP-DES-ERROR
           INITIALIZE PR-CMP-COMPROBANTE
                      PR-CMP-VERIFICACION
                      VA-MOV

           IF PR-CMP-EMITE
              IF PR-CMP-ENT   EQUAL SPACES OR LOW-VALUES OR
                 PR-CMP-BDMID EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'FALTA ENTIDAD O BDMID'
                                           TO PR-CMP-DES-ERROR
              END-IF
              IF PR-CMP-USUARIO     EQUAL SPACES OR LOW-VALUES OR
                 PR-CMP-CEN-EMISION EQUAL SPACES OR LOW-VALUES
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'FALTA USUARIO O SUCURSAL DE EMISION'
                                           TO PR-CMP-DES-ERROR
              END-IF
              IF PR-CMP-CEN-REG  EQUAL SPACES OR LOW-VALUES OR
                 PR-CMP-ACC      EQUAL SPACES OR LOW-VALUES OR
                 PR-CMP-FEC-OPER EQUAL SPACES OR LOW-VALUES OR
                 PR-CMP-NUM-OPER NOT NUMERIC OR
                 PR-CMP-NUM-OPER EQUAL ZEROES
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'FALTA EL MOVIMIENTO'
                                           TO PR-CMP-DES-ERROR
              END-IF
              IF PR-CMP-DESCRIP EQUAL LOW-VALUES
                 MOVE SPACES               TO PR-CMP-DESCRIP
              END-IF
           END-IF

           IF PR-CMP-VERIFICA
              MOVE PR-CMP-COD-VERIFICA     TO VA-CMP-CODIGO
              IF VA-CMP-CODIGO NOT NUMERIC
                 MOVE CA-10                TO PR-CMP-COD-RETURN
                 MOVE 'CODIGO DE VERIFICACION NO VALIDO'
                                           TO PR-CMP-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2000-EMITE.                                                     *
      ******************************************************************
       2000-EMITE.

           PERFORM 2010-VALIDA-CUENTA
           IF PR-CMP-COD-RETURN EQUAL CA-00
              PERFORM 2020-LEE-MOVIMIENTO
           END-IF
           IF PR-CMP-COD-RETURN EQUAL CA-00
              PERFORM 2100-REGISTRA-EMISION
           END-IF
           IF PR-CMP-COD-RETURN EQUAL CA-00
              PERFORM 2200-ARMA-COMPROBANTE
           END-IF.
      ******************************************************************
      *2010-VALIDA-CUENTA: LA CUENTA DEBE SER ACTIVA DEL BDMID.        *
      ******************************************************************
       2010-VALIDA-CUENTA.

           MOVE ZEROES                     TO VN-CUENTAS
           EXEC SQL
              SELECT COUNT(*)
                INTO :VN-CUENTAS
                FROM MBDT036 with (nolock)
               WHERE T036_BDMID    = :PR-CMP-BDMID
                 AND T036_ENT      = :PR-CMP-ENT
                 AND T036_CEN_REG  = :PR-CMP-CEN-REG
                 AND T036_ACC      = :PR-CMP-ACC
                 AND T036_FLG_STAT = 'A'
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CMP-COD-RETURN
              MOVE 'ERROR SQL MBDT036'     TO PR-CMP-DES-ERROR
           ELSE
              IF VN-CUENTAS EQUAL ZEROES
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'CUENTA NO ACTIVA PARA EL CLIENTE'
                                           TO PR-CMP-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2020-LEE-MOVIMIENTO.                                            *
      ******************************************************************
       2020-LEE-MOVIMIENTO.

           EXEC SQL
              SELECT T071_AMT, T071_COD,
                     SUBSTR(COALESCE(T071_TIM_OPERATION, ' '), 1, 8),
                     SUBSTR(COALESCE(T071_OBSERVATIONS, ' '), 1, 30),
                     COALESCE(T071_FLG_ANN, 'N')
                INTO :VA-MOV-IMPORTE, :VA-MOV-CODIGO,
                     :VA-MOV-HORA, :VA-MOV-OBSERVA,
                     :VA-MOV-ANULADO
                FROM BGDT071 with (nolock)
               WHERE T071_ENT           = :PR-CMP-ENT
                 AND T071_CEN_REG       = :PR-CMP-CEN-REG
                 AND T071_ACC           = :PR-CMP-ACC
                 AND T071_NUM_OPERATION = :PR-CMP-NUM-OPER
                 AND T071_DAT_OPERATION = DATE(:PR-CMP-FEC-OPER)
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 IF VA-MOV-ANULADO EQUAL 'S'
                    MOVE CA-CA             TO VA-CMP-ESTADO
                 ELSE
                    MOVE CA-AP             TO VA-CMP-ESTADO
                 END-IF
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CMP-COD-RETURN
                 MOVE 'MOVIMIENTO NO ENCONTRADO'
                                           TO PR-CMP-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'ERROR SQL BGDT071'  TO PR-CMP-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *2100-REGISTRA-EMISION: FOLIO CONSECUTIVO, CODIGO DE VERIFICACION*
      *     Y BITACORA DE LA EMISION CONTRA EL MOVIMIENTO (MBDT250).   *
      ******************************************************************
       2100-REGISTRA-EMISION.

           EXEC SQL
              SELECT COALESCE(MAX(T250_FOLIO), 0) + 1,
                     CHAR(CURRENT TIMESTAMP)
                INTO :VA-CMP-FOLIO, :VA-CMP-STP-EMISION
                FROM MBDT250
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           IF NOT SQL-88-OK
              MOVE CA-99                   TO PR-CMP-COD-RETURN
              MOVE 'ERROR SQL MBDT250'     TO PR-CMP-DES-ERROR
           ELSE
              MOVE VA-CMP-FOLIO            TO VA-CMP-BASE-FOLIO
              MOVE VA-CMP-STP-EMISION(23:4)
                                           TO VA-CMP-BASE-AZAR
              PERFORM 2110-DIGITOS-VERIFICA
              MOVE VA-CMP-BASE             TO VA-CMP-COD-BASE
              MOVE VA-CMP-DIGITOS          TO VA-CMP-COD-DIGITOS

              EXEC SQL
                 INSERT INTO MBDT250
                        (T250_FOLIO, T250_COD_VERIFICA, T250_ENT,
                         T250_CEN_REG, T250_ACC,
                         T250_NUM_OPERATION, T250_DAT_OPERATION,
                         T250_IMPORTE, T250_ESTADO_EMISION,
                         T250_BDMID, T250_USUARIO, T250_CEN_EMISION,
                         T250_NUM_VERIFICA, T250_STP_ULT_VERIFICA,
                         T250_STP_EMISION)
                 VALUES (:VA-CMP-FOLIO, :VA-CMP-CODIGO,
                         :PR-CMP-ENT, :PR-CMP-CEN-REG, :PR-CMP-ACC,
                         :PR-CMP-NUM-OPER, DATE(:PR-CMP-FEC-OPER),
                         :VA-MOV-IMPORTE, :VA-CMP-ESTADO,
                         :PR-CMP-BDMID, :PR-CMP-USUARIO,
                         :PR-CMP-CEN-EMISION, 0, NULL,
                         TIMESTAMP(:VA-CMP-STP-EMISION))
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'ERROR SQL MBDT250'  TO PR-CMP-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *2110-DIGITOS-VERIFICA: 98 - (BASE * 100 MODULO 97), COMO LA     *
      *     CLABE/IBAN.                                                *
      ******************************************************************
       2110-DIGITOS-VERIFICA.

           COMPUTE VA-CMP-DIVIDENDO = VA-CMP-BASE * 100
           DIVIDE VA-CMP-DIVIDENDO BY 97
                  GIVING VA-CMP-COCIENTE
                  REMAINDER VA-CMP-RESIDUO
           COMPUTE VA-CMP-DIGITOS = 98 - VA-CMP-RESIDUO.
      ******************************************************************
      *2200-ARMA-COMPROBANTE: DATOS Y LINEAS IMPRIMIBLES. LA CUENTA SE *
      *     ENMASCARA EN LAS POSICIONES 7 A 10 (POLITICA @BAZ109).     *
      ******************************************************************
       2200-ARMA-COMPROBANTE.

           MOVE VA-CMP-FOLIO               TO PR-CMP-FOLIO
           MOVE VA-CMP-CODIGO              TO PR-CMP-COD-VERIFICA
           MOVE VA-CMP-STP-EMISION         TO PR-CMP-STP-EMISION
           MOVE SPACES                     TO PR-CMP-CUENTA
           STRING PR-CMP-CEN-REG           DELIMITED BY SIZE
                  PR-CMP-ACC               DELIMITED BY SIZE
             INTO PR-CMP-CUENTA
           END-STRING
           MOVE '****'                     TO PR-CMP-CUENTA(7:4)
           MOVE PR-CMP-FEC-OPER            TO PR-CMP-FECHA
           MOVE VA-MOV-HORA                TO PR-CMP-HORA
           MOVE VA-MOV-CODIGO              TO PR-CMP-CODIGO
           IF PR-CMP-DESCRIP EQUAL SPACES
              MOVE VA-MOV-OBSERVA          TO PR-CMP-CONCEPTO
           ELSE
              MOVE PR-CMP-DESCRIP          TO PR-CMP-CONCEPTO
           END-IF
           IF VA-MOV-IMPORTE < 0
              MOVE 'CARGO'                 TO PR-CMP-TIPO
              COMPUTE PR-CMP-IMPORTE = VA-MOV-IMPORTE * -1
           ELSE
              MOVE 'ABONO'                 TO PR-CMP-TIPO
              MOVE VA-MOV-IMPORTE          TO PR-CMP-IMPORTE
           END-IF
           IF VA-CMP-ESTADO EQUAL CA-CA
              MOVE 'CANCELADO'             TO PR-CMP-ESTADO
           ELSE
              MOVE 'APLICADO'              TO PR-CMP-ESTADO
           END-IF

           PERFORM 2210-ARMA-LINEAS.
      ******************************************************************
      *2210-ARMA-LINEAS.                                               *
      ******************************************************************
       2210-ARMA-LINEAS.

           MOVE PR-CMP-FOLIO               TO VA-EDIT-FOLIO
           MOVE PR-CMP-IMPORTE             TO VA-EDIT-IMPT

           MOVE 'COMPROBANTE DE MOVIMIENTO' TO PR-CMP-LINEA(1)
           STRING 'FOLIO: '                DELIMITED BY SIZE
                  VA-EDIT-FOLIO            DELIMITED BY SIZE
                  '   EMITIDO: '           DELIMITED BY SIZE
                  PR-CMP-STP-EMISION(1:10) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  PR-CMP-STP-EMISION(12:8) DELIMITED BY SIZE
             INTO PR-CMP-LINEA(2)
           END-STRING
           MOVE CA-GUIONES                 TO PR-CMP-LINEA(3)
           STRING 'CUENTA:    '            DELIMITED BY SIZE
                  PR-CMP-CUENTA            DELIMITED BY SIZE
             INTO PR-CMP-LINEA(4)
           END-STRING
           STRING 'FECHA:     '            DELIMITED BY SIZE
                  PR-CMP-FECHA             DELIMITED BY SIZE
                  '   HORA: '              DELIMITED BY SIZE
                  PR-CMP-HORA              DELIMITED BY SIZE
             INTO PR-CMP-LINEA(5)
           END-STRING
           STRING 'OPERACION: '            DELIMITED BY SIZE
                  PR-CMP-NUM-OPER          DELIMITED BY SIZE
             INTO PR-CMP-LINEA(6)
           END-STRING
           STRING 'CONCEPTO:  '            DELIMITED BY SIZE
                  PR-CMP-CONCEPTO          DELIMITED BY SIZE
             INTO PR-CMP-LINEA(7)
           END-STRING
           STRING 'TIPO:      '            DELIMITED BY SIZE
                  PR-CMP-TIPO              DELIMITED BY SIZE
             INTO PR-CMP-LINEA(8)
           END-STRING
           STRING 'IMPORTE:   $'           DELIMITED BY SIZE
                  VA-EDIT-IMPT             DELIMITED BY SIZE
             INTO PR-CMP-LINEA(9)
           END-STRING
           STRING 'ESTADO:    '            DELIMITED BY SIZE
                  PR-CMP-ESTADO            DELIMITED BY SIZE
             INTO PR-CMP-LINEA(10)
           END-STRING
           MOVE CA-GUIONES                 TO PR-CMP-LINEA(11)
           STRING 'CODIGO DE VERIFICACION: ' DELIMITED BY SIZE
                  PR-CMP-COD-VERIFICA      DELIMITED BY SIZE
             INTO PR-CMP-LINEA(12)
           END-STRING
           MOVE 'VALIDE ESTE COMPROBANTE CON EL CODIGO EN SUCURSAL O'
                                           TO PR-CMP-LINEA(13)
           MOVE 'EN LA CONSULTA PUBLICA DE COMPROBANTES DEL BANCO.'
                                           TO PR-CMP-LINEA(14)
           MOVE 14                         TO PR-CMP-NUM-LINEAS.
      ******************************************************************
      *3000-VERIFICA: CONSULTA PUBLICA. SE VALIDAN LOS DIGITOS ANTES DE*
      *     IR A LA BASE; EL ESTADO ES EL VIGENTE DEL MOVIMIENTO (PUDO *
      *     CANCELARSE DESPUES DE LA EMISION). NO SE REGRESA CUENTA,   *
      *     CONCEPTO NI CLIENTE. CADA CONSULTA SE CUENTA EN MBDT250.   *
      ******************************************************************
       3000-VERIFICA.

           MOVE VA-CMP-COD-BASE            TO VA-CMP-BASE
           PERFORM 2110-DIGITOS-VERIFICA
           IF VA-CMP-DIGITOS NOT EQUAL VA-CMP-COD-DIGITOS
              MOVE CA-10                   TO PR-CMP-COD-RETURN
              MOVE 'CODIGO DE VERIFICACION NO VALIDO'
                                           TO PR-CMP-DES-ERROR
           ELSE
              PERFORM 3100-LEE-EMISION
           END-IF

           IF PR-CMP-COD-RETURN EQUAL CA-00
              EXEC SQL
                 UPDATE MBDT250
                    SET T250_NUM_VERIFICA     = T250_NUM_VERIFICA + 1,
                        T250_STP_ULT_VERIFICA = CURRENT TIMESTAMP
                  WHERE T250_COD_VERIFICA = :VA-CMP-CODIGO
              END-EXEC
              MOVE SQLCODE                 TO SQL-VALUES
              IF NOT SQL-88-OK
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'ERROR SQL MBDT250'  TO PR-CMP-DES-ERROR
              END-IF
           END-IF.
      ******************************************************************
      *3100-LEE-EMISION.                                               *
      ******************************************************************
       3100-LEE-EMISION.

           EXEC SQL
              SELECT CHAR(C.T250_DAT_OPERATION),
                     ABS(C.T250_IMPORTE),
                     CASE WHEN M.T071_ACC IS NULL
                          THEN 'NO VIGENTE'
                          WHEN COALESCE(M.T071_FLG_ANN, 'N') = 'S'
                          THEN 'CANCELADO'
                          ELSE 'APLICADO' END
                INTO :PR-CMP-VER-FECHA, :VA-VER-IMPORTE,
                     :PR-CMP-VER-ESTADO
                FROM MBDT250 C with (nolock)
                LEFT OUTER JOIN BGDT071 M with (nolock)
                  ON M.T071_ENT           = C.T250_ENT
                 AND M.T071_CEN_REG       = C.T250_CEN_REG
                 AND M.T071_ACC           = C.T250_ACC
                 AND M.T071_NUM_OPERATION = C.T250_NUM_OPERATION
                 AND M.T071_DAT_OPERATION = C.T250_DAT_OPERATION
               WHERE C.T250_COD_VERIFICA = :VA-CMP-CODIGO
           END-EXEC

           MOVE SQLCODE                    TO SQL-VALUES
           EVALUATE TRUE
              WHEN SQL-88-OK
                 MOVE VA-VER-IMPORTE       TO PR-CMP-VER-IMPORTE
              WHEN SQL-88-NOT-FOUND
                 MOVE CA-10                TO PR-CMP-COD-RETURN
                 MOVE 'COMPROBANTE NO ENCONTRADO'
                                           TO PR-CMP-DES-ERROR
              WHEN OTHER
                 MOVE CA-99                TO PR-CMP-COD-RETURN
                 MOVE 'ERROR SQL MBDT250'  TO PR-CMP-DES-ERROR
           END-EVALUATE.
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
