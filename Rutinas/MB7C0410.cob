      ******************************************************************
      *  MB7C0410: CONTRAPARTES FRECUENTES DE UNA CUENTA. "A QUIEN LE *
      *            PAGUE MAS / QUIEN ME PAGO MAS ESTE MES" SE         *
      *            CONTESTABA HOJEANDO TODOS LOS MOVIMIENTOS. ESTA    *
      *            RUTINA AGRUPA LOS MOVIMIENTOS DEL PERIODO EN       *
      *            BGDT071 POR CONTRAPARTE Y SENTIDO (ENTRADA/SALIDA) *
      *            Y REGRESA LAS 5 PRIMERAS POR IMPORTE Y POR NUMERO  *
      *            DE MOVIMIENTOS. LA CONTRAPARTE SE RESUELVE COMO YA *
      *            LO HACEN LAS DESCRIPCIONES DE MB2C0009:            *
      *            - SPEI: REGISTRO DE FEDT004 (ARMA-DESC-TRANSFE2);  *
      *              ENVIADO = CUENTA DESTINO/BENEFICIARIO; RECIBIDO  *
      *              = CUENTA/NOMBRE DEL ORDENANTE;                   *
      *            - WALLET: TELEFONO DE LA CUENTA CONTRAPARTE DE LAS *
      *              OBSERVACIONES (MCDT403H VIGENTE; SIN HISTORIA    *
      *              MCDT403; COMO 23120-RESUELVE-TELBENEF);          *
      *            - COMERCIO: NOMBRE DEL DETALLE DE TARJETA MCDT043. *
      *            LOS MOVIMIENTOS ANULADOS NO CUENTAN. LA INVOCA     *
      *            MB2C0009 (CONSULTA-CONTRAPARTES) CON EL COMMAREA   *
      *            MBEC0410.                                          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0410.
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
      *     @BAZ221    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
       01 VA-SW-FIN-CPT                    PIC X(01) VALUE 'N'.
           88 VA-88-FIN-CPT-SI                    VALUE 'S'.
      *
      * CONTRAPARTE AGRUPADA EN TURNO (CURSOR C410CPT).
       01 VA-CONTRAPARTE.
           05 VA-CPT-SENTIDO               PIC X(01).
              88 VA-88-CPT-ENTRADA                VALUE 'E'.
           05 VA-CPT-RENGLON.
              10 VA-CPT-TIPO               PIC X(03).
              10 VA-CPT-IDENT              PIC X(20).
              10 VA-CPT-NOMBRE             PIC X(40).
              10 VA-CPT-NUM-MOVS           PIC 9(05).
              10 VA-CPT-IMPORTE            PIC 9(13)V9(02).
       01 VA-CPT-NUM-MOVS-DB               PIC S9(09) COMP.
       01 VA-CPT-IMPORTE-DB                PIC S9(15)V9(02) COMP-3.
      *
      * INSERCION ORDENADA EN LA LISTA EN TURNO: VA-IX-LISTA ES LA
      * LISTA (1 A 4); VA-SW-CRITERIO DICE SI SE ORDENA POR IMPORTE O
      * POR NUMERO DE MOVIMIENTOS.
       01 VA-IX-LISTA                      PIC S9(04) COMP.
       01 VA-IX-RENG                       PIC S9(04) COMP.
       01 VA-IX-POSICION                   PIC S9(04) COMP.
       01 VA-SW-CRITERIO                   PIC X(01).
           88 VA-88-POR-IMPORTE                   VALUE 'I'.
           88 VA-88-POR-FRECUENCIA                VALUE 'F'.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-10                            PIC X(02) VALUE '10'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-MAX-RENG                      PIC S9(04) COMP VALUE 5.
       01 CA-LISTA-ENT-IMP                 PIC S9(04) COMP VALUE 1.
       01 CA-LISTA-ENT-FRQ                 PIC S9(04) COMP VALUE 2.
       01 CA-LISTA-SAL-IMP                 PIC S9(04) COMP VALUE 3.
       01 CA-LISTA-SAL-FRQ                 PIC S9(04) COMP VALUE 4.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0410.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-START
      *
           IF PR-CPT-COD-RETURN EQUAL CA-00
              PERFORM 2000-AGRUPA-CONTRAPARTES
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-CPT-COD-RETURN
           MOVE SPACES                     TO PR-CPT-DES-ERROR
           INITIALIZE PR-CPT-LISTAS

           IF PR-CPT-ENT       EQUAL SPACES OR LOW-VALUES OR
              PR-CPT-CEN-REG   EQUAL SPACES OR LOW-VALUES OR
              PR-CPT-ACC       EQUAL SPACES OR LOW-VALUES OR
              PR-CPT-FECHA-INI EQUAL SPACES OR LOW-VALUES OR
              PR-CPT-FECHA-FIN EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-CPT-COD-RETURN
              MOVE 'DATOS DE ENTRADA INCOMPLETOS'
                                           TO PR-CPT-DES-ERROR
           END-IF

           IF PR-CPT-COD-RETURN EQUAL CA-00 AND
              PR-CPT-FECHA-INI > PR-CPT-FECHA-FIN
              MOVE CA-99                   TO PR-CPT-COD-RETURN
              MOVE 'PERIODO INVALIDO'      TO PR-CPT-DES-ERROR
           END-IF.
      ******************************************************************
      *2000-AGRUPA-CONTRAPARTES.                                       *
      * UN RENGLON POR SENTIDO + CONTRAPARTE CON SU NUMERO DE          *
      * MOVIMIENTOS E IMPORTE ABSOLUTO; CADA RENGLON SE ACOMODA EN LA  *
      * LISTA POR IMPORTE Y EN LA LISTA POR FRECUENCIA DE SU SENTIDO.  *
      * LO QUE NO SE PUEDE ATRIBUIR A UNA CONTRAPARTE (COMISIONES;     *
      * EFECTIVO; INTERESES...) NO ENTRA AL RANKING.                   *
      ******************************************************************
       2000-AGRUPA-CONTRAPARTES.

           MOVE 'N'                        TO VA-SW-FIN-CPT

           EXEC SQL
              DECLARE C410CPT CURSOR FOR
              SELECT X.SENTIDO, X.TIPO, X.IDENT,
                     MAX(X.NOMBRE), COUNT(*), SUM(X.IMPORTE)
                FROM (SELECT CASE WHEN M.T071_AMT < 0
                                  THEN 'S' ELSE 'E'
                             END AS SENTIDO,
                             CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                  THEN 'SPE'
                                  WHEN COALESCE(H.T403H_BDMID,
                                                W.T403_BDMID)
                                       IS NOT NULL
                                  THEN 'WAL'
                                  WHEN T.T043_TXT_DIG_30 > ' '
                                  THEN 'COM'
                                  ELSE '   '
                             END AS TIPO,
                             CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                  THEN CASE WHEN M.T071_AMT < 0
                                            THEN F.T004_ACC_NUMDEST
                                            ELSE SUBSTR(
                                                 F.T004_INFTOENT3,
                                                 1, 20)
                                       END
                                  WHEN COALESCE(H.T403H_BDMID,
                                                W.T403_BDMID)
                                       IS NOT NULL
                                  THEN COALESCE(H.T403H_BDMID,
                                                W.T403_BDMID)
                                  ELSE UPPER(T.T043_TXT_DIG_30)
                             END AS IDENT,
                             CASE WHEN F.T004_NUM_SEQOPE IS NOT NULL
                                  THEN CASE WHEN M.T071_AMT < 0
                                            THEN F.T004_DES_BEN
                                            ELSE F.T004_DES_ASSIGNER
                                       END
                                  WHEN COALESCE(H.T403H_BDMID,
                                                W.T403_BDMID)
                                       IS NOT NULL
                                  THEN COALESCE(C.NOMBRE, ' ')
                                  ELSE UPPER(T.T043_TXT_DIG_30)
                             END AS NOMBRE,
                             ABS(M.T071_AMT) AS IMPORTE
                        FROM BGDT071 M with(nolock)
                        LEFT OUTER JOIN FEDT004 F
                          ON F.T004_ENT_ORIGIN = M.T071_ENT
                         AND F.T004_BRN_ORIGIN = M.T071_CEN_REG
                         AND F.T004_ACC_ORIGIN = M.T071_ACC
                         AND F.T004_NUM_SEQOPE =
                             SUBSTR(M.T071_INTREF, 1, 10)
                        LEFT OUTER JOIN
                             (SELECT T403H_NUM_CTA,
                                     MIN(T403H_BDMID) AS T403H_BDMID
                                FROM MCDT403H
                               WHERE T403H_FEC_HASTA IS NULL
                               GROUP BY T403H_NUM_CTA) H
                          ON H.T403H_NUM_CTA =
                             SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                             CONCAT
                             SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                        LEFT OUTER JOIN
                             (SELECT T403_NUM_CTA,
                                     MIN(T403_BDMID) AS T403_BDMID
                                FROM MCDT403
                               GROUP BY T403_NUM_CTA) W
                          ON W.T403_NUM_CTA =
                             SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                             CONCAT
                             SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                        LEFT OUTER JOIN
                             (SELECT T036_CEN_REG, T036_ACC,
                                     MIN(T036_NAME_CUS) AS NOMBRE
                                FROM MBDT036
                               GROUP BY T036_CEN_REG, T036_ACC) C
                          ON C.T036_CEN_REG =
                             SUBSTR(M.T071_OBSERVATIONS, 15, 4)
                         AND C.T036_ACC =
                             SUBSTR(M.T071_OBSERVATIONS, 21, 10)
                        LEFT OUTER JOIN MCDT043 T
                          ON T.T043_ENT_ACC = M.T071_ENT
                         AND T.T043_BRN_ACC = M.T071_CEN_REG
                         AND T.T043_TYP_ACC CONCAT T.T043_ACC =
                             M.T071_ACC
                         AND T.T043_NUM_DEB_OPE = M.T071_NUM_OPERATION
                         AND T.T043_DAT_OPERATION =
                             M.T071_DAT_OPERATION
                       WHERE M.T071_ENT     = :PR-CPT-ENT
                         AND M.T071_CEN_REG = :PR-CPT-CEN-REG
                         AND M.T071_ACC     = :PR-CPT-ACC
                         AND M.T071_DAT_OPERATION BETWEEN
                             DATE(:PR-CPT-FECHA-INI) AND
                             DATE(:PR-CPT-FECHA-FIN)
                         AND COALESCE(M.T071_FLG_ANN, 'N') <> 'S') X
               WHERE X.TIPO <> '   '
               GROUP BY X.SENTIDO, X.TIPO, X.IDENT
           END-EXEC

           EXEC SQL
              OPEN C410CPT
           END-EXEC

           PERFORM UNTIL VA-88-FIN-CPT-SI
              EXEC SQL
                 FETCH C410CPT
                 INTO :VA-CPT-SENTIDO, :VA-CPT-TIPO, :VA-CPT-IDENT,
                      :VA-CPT-NOMBRE, :VA-CPT-NUM-MOVS-DB,
                      :VA-CPT-IMPORTE-DB
              END-EXEC

              MOVE SQLCODE                 TO SQL-VALUES
              EVALUATE TRUE
                 WHEN SQL-88-OK
                    MOVE VA-CPT-NUM-MOVS-DB
                                           TO VA-CPT-NUM-MOVS
                    MOVE VA-CPT-IMPORTE-DB TO VA-CPT-IMPORTE
                    PERFORM 2100-ACOMODA-CONTRAPARTE
                 WHEN SQL-88-NOT-FOUND
                    MOVE 'S'               TO VA-SW-FIN-CPT
                 WHEN OTHER
                    MOVE 'S'               TO VA-SW-FIN-CPT
                    MOVE CA-99             TO PR-CPT-COD-RETURN
                    MOVE 'ERROR AL LEER MOVIMIENTOS'
                                           TO PR-CPT-DES-ERROR
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C410CPT
           END-EXEC

           IF PR-CPT-COD-RETURN EQUAL CA-00 AND
              PR-CPT-NUM-RENG(CA-LISTA-ENT-IMP) EQUAL ZEROES AND
              PR-CPT-NUM-RENG(CA-LISTA-SAL-IMP) EQUAL ZEROES
              MOVE CA-10                   TO PR-CPT-COD-RETURN
           END-IF.
      ******************************************************************
      *2100-ACOMODA-CONTRAPARTE.                                       *
      ******************************************************************
       2100-ACOMODA-CONTRAPARTE.

           IF VA-88-CPT-ENTRADA
              MOVE CA-LISTA-ENT-IMP        TO VA-IX-LISTA
           ELSE
              MOVE CA-LISTA-SAL-IMP        TO VA-IX-LISTA
           END-IF
           SET VA-88-POR-IMPORTE           TO TRUE
           PERFORM 2200-INSERTA-EN-LISTA

           ADD 1                           TO VA-IX-LISTA
           SET VA-88-POR-FRECUENCIA        TO TRUE
           PERFORM 2200-INSERTA-EN-LISTA.
      ******************************************************************
      *2200-INSERTA-EN-LISTA.                                          *
      * BUSCA EL PRIMER RENGLON QUE EL NUEVO SUPERA; SI NO SUPERA A    *
      * NINGUNO ENTRA AL FINAL MIENTRAS HAYA LUGAR. LOS RENGLONES DE   *
      * ABAJO SE RECORREN UNA POSICION (EL QUINTO SE PIERDE).          *
      ******************************************************************
       2200-INSERTA-EN-LISTA.

           MOVE ZEROES                     TO VA-IX-POSICION
           PERFORM 2210-COMPARA-RENGLON
                   VARYING VA-IX-RENG FROM 1 BY 1
                   UNTIL VA-IX-RENG > PR-CPT-NUM-RENG(VA-IX-LISTA)
                      OR VA-IX-POSICION > ZEROES

           IF VA-IX-POSICION EQUAL ZEROES AND
              PR-CPT-NUM-RENG(VA-IX-LISTA) < CA-MAX-RENG
              COMPUTE VA-IX-POSICION = PR-CPT-NUM-RENG(VA-IX-LISTA) + 1
           END-IF

           IF VA-IX-POSICION > ZEROES
              IF PR-CPT-NUM-RENG(VA-IX-LISTA) < CA-MAX-RENG
                 ADD 1                     TO PR-CPT-NUM-RENG
                                              (VA-IX-LISTA)
              END-IF
              PERFORM 2220-RECORRE-RENGLON
                      VARYING VA-IX-RENG
                      FROM PR-CPT-NUM-RENG(VA-IX-LISTA) BY -1
                      UNTIL VA-IX-RENG <= VA-IX-POSICION
              MOVE VA-CPT-RENGLON          TO PR-CPT-RENGLON
                                              (VA-IX-LISTA
                                               VA-IX-POSICION)
           END-IF.
      ******************************************************************
      *2210-COMPARA-RENGLON.                                           *
      ******************************************************************
       2210-COMPARA-RENGLON.

           IF VA-88-POR-IMPORTE
              IF VA-CPT-IMPORTE >
                 PR-CPT-IMPORTE(VA-IX-LISTA VA-IX-RENG)
                 MOVE VA-IX-RENG           TO VA-IX-POSICION
              END-IF
           ELSE
              IF VA-CPT-NUM-MOVS >
                 PR-CPT-NUM-MOVS(VA-IX-LISTA VA-IX-RENG)
                 MOVE VA-IX-RENG           TO VA-IX-POSICION
              END-IF
           END-IF.
      ******************************************************************
      *2220-RECORRE-RENGLON.                                           *
      ******************************************************************
       2220-RECORRE-RENGLON.

           MOVE PR-CPT-RENGLON(VA-IX-LISTA VA-IX-RENG - 1)
                                           TO PR-CPT-RENGLON
                                              (VA-IX-LISTA VA-IX-RENG).
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.
           GOBACK.
      ******************************************************************
