      ******************************************************************
      *  MB9B0192: EMISION DE DICTAMENES DE ACLARACIONES RESUELTAS.   *
      *            CONDUSEF EXIGE ENTREGAR AL CLIENTE POR ESCRITO EL  *
      *            DICTAMEN DE CADA ACLARACION QUE LLEGA A ESTATUS    *
      *            FINAL ('CE' A FAVOR; 'RE' EN CONTRA): EL           *
      *            MOVIMIENTO; EL IMPORTE RECLAMADO; LA RESOLUCION;   *
      *            LO ABONADO O REVERSADO Y LA EVIDENCIA. HASTA HOY   *
      *            LA SUCURSAL LO CAPTURABA EN UN PROCESADOR DE       *
      *            TEXTO. ESTE BATCH TOMA LAS ACLARACIONES CUYA       *
      *            RESOLUCION EN LA HISTORIA (MBDT309H) AUN NO TIENE  *
      *            DICTAMEN POSTERIOR; ARMA LOS DATOS DE LA CARTA CON *
      *            EL MOVIMIENTO (MBDT309/MCDT043), EL DESENLACE DEL  *
      *            ABONO PROVISIONAL (MBDT173; MB9B0154) Y DEL        *
      *            CONTRACARGO (MBDT202; MB9B0177); LA ENTREGA POR EL *
      *            CANAL DE ESTADOS DE CUENTA DE LA CUENTA (MBDT151:  *
      *            SFTP; CORREO; SIN PREFERENCIA SE IMPRIME EN        *
      *            SUCURSAL) Y DEJA EN LA HISTORIA EL RENGLON 'DI'    *
      *            CON LA FECHA DE EMISION. EL REPORTE DICTRPT ES LA  *
      *            RELACION DE DICTAMENES EMITIDOS DE LA CORRIDA.     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0192.
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
      *     @BAZ224    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SFTP ASSIGN TO DICTSFTP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CORREO ASSIGN TO DICTMAIL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-IMPRESION ASSIGN TO DICTPRT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REPORTE ASSIGN TO DICTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-SFTP
           RECORDING MODE IS F.
       01  FR-SFTP-REG                     PIC X(400).
      *
       FD  F-CORREO
           RECORDING MODE IS F.
       01  FR-CORREO-REG                   PIC X(400).
      *
       FD  F-IMPRESION
           RECORDING MODE IS F.
       01  FR-IMPRESION-REG                PIC X(400).
      *
       FD  F-REPORTE
           RECORDING MODE IS F.
       01  FR-REPORTE-LINEA                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY QAWCSQL.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-CURSOR                PIC X(01) VALUE 'N'.
              88 WSS-FIN-CURSOR-SI                  VALUE 'S'.
      *
       01  WSS-FILES-ABIERTOS              PIC X(01) VALUE 'N'.
          88 WSS-FILES-ABIERTOS-SI                VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-A-FAVOR                      PIC X(02)  VALUE 'CE'.
       01  CA-EN-CONTRA                    PIC X(02)  VALUE 'RE'.
       01  CA-DICTAMEN                     PIC X(02)  VALUE 'DI'.
       01  CA-SFTP                         PIC X(02)  VALUE 'SF'.
       01  CA-CORREO                       PIC X(02)  VALUE 'EM'.
       01  CA-IMPRESION                    PIC X(02)  VALUE 'IM'.
       01  CA-ABONO-DEFINITIVO             PIC X(02)  VALUE 'DF'.
       01  CA-ABONO-REVERSADO              PIC X(02)  VALUE 'RV'.
       01  CA-CB-GANADO                    PIC X(02)  VALUE 'GA'.
       01  CA-CB-PERDIDO                   PIC X(02)  VALUE 'PE'.
      *
      * ACLARACION RESUELTA EN TURNO CON SUS DESENLACES.
       01  WS-ACLARACION.
           05 WS-ACL-FOLIO                 PIC X(13).
           05 WS-ACL-NUMCUEN               PIC X(14).
           05 WS-ACL-NUM-OPER              PIC S9(09) COMP-3.
           05 WS-ACL-FEC-OPER              PIC X(10).
           05 WS-ACL-IMPORTE               PIC S9(13)V9(02) COMP-3.
           05 WS-ACL-CONCEPTO              PIC X(40).
           05 WS-ACL-STATUS                PIC X(02).
           05 WS-ACL-FEC-RESOL             PIC X(10).
           05 WS-ACL-SUSTENTO              PIC X(40).
           05 WS-ACL-COMERCIO              PIC X(30).
           05 WS-ACL-EST-ABONO             PIC X(02).
           05 WS-ACL-IMP-ABONO             PIC S9(13)V9(02) COMP-3.
           05 WS-ACL-EST-CB                PIC X(02).
           05 WS-ACL-IMP-CB                PIC S9(13)V9(02) COMP-3.
           05 WS-ACL-CANAL                 PIC X(02).
           05 WS-ACL-DESTINO               PIC X(60).
      *
       01  WS-IMP-ABONADO                  PIC S9(13)V9(02) COMP-3.
       01  WS-IMP-REVERSADO                PIC S9(13)V9(02) COMP-3.
       01  WS-DESC-HISTORIA                PIC X(40).
      *
      * DATOS DE LA CARTA; EL MISMO REGISTRO VA AL ARCHIVO DEL CANAL.
       01  WS-DICTAMEN.
           05 DIC-FOLIO                    PIC X(13).
           05 DIC-FEC-EMISION              PIC X(10).
           05 DIC-CANAL                    PIC X(02).
           05 DIC-DESTINO                  PIC X(60).
           05 DIC-NUMCUEN                  PIC X(14).
           05 DIC-NUM-OPER                 PIC 9(09).
           05 DIC-FEC-OPER                 PIC X(10).
           05 DIC-CONCEPTO                 PIC X(40).
           05 DIC-COMERCIO                 PIC X(30).
           05 DIC-IMP-RECLAMADO            PIC -(13)9.99.
           05 DIC-RESOLUCION               PIC X(12).
           05 DIC-FEC-RESOL                PIC X(10).
           05 DIC-IMP-ABONADO              PIC -(13)9.99.
           05 DIC-IMP-REVERSADO            PIC -(13)9.99.
           05 DIC-EVIDENCIA                PIC X(60).
           05 DIC-SUSTENTO                 PIC X(40).
           05 FILLER                       PIC X(39).
      *
       LINKAGE SECTION.
      *
           COPY MBNE0192.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0192.
      *
           PERFORM 1000-START.
           IF E192-RETURN-OK
              PERFORM 2000-PROCESS
           END-IF.
           PERFORM 3000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E192-COD-RETURN.
           MOVE 0                          TO E192-NUM-DICTAMENES
                                              E192-NUM-SFTP
                                              E192-NUM-CORREO
                                              E192-NUM-IMPRESION
                                              E192-NUM-SIN-PREF.
      *
           IF E192-ENT-ORIGIN    EQUAL SPACES OR
              E192-FECHA-PROCESO EQUAL SPACES
              MOVE CA-99                   TO E192-COD-RETURN
           END-IF.
      *
           IF E192-RETURN-OK
              OPEN OUTPUT F-SFTP F-CORREO F-IMPRESION F-REPORTE
              SET WSS-FILES-ABIERTOS-SI    TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2000-PROCESS: ACLARACIONES EN ESTATUS FINAL CUYA ULTIMA     *
      *     RESOLUCION EN MBDT309H NO TIENE RENGLON 'DI' POSTERIOR:    *
      *     LAS RESUELTAS DESDE LA CORRIDA ANTERIOR Y LAS REABIERTAS   *
      *     QUE VOLVIERON A CERRAR. EL MOVIMIENTO DE TARJETA, EL ABONO *
      *     PROVISIONAL, EL CONTRACARGO Y LA PREFERENCIA DE ENTREGA    *
      *     SON OPCIONALES (LEFT OUTER JOIN).                          *
      ******************************************************************
       2000-PROCESS.
      *
           MOVE 'N'                        TO WSS-FIN-CURSOR.
      *
           EXEC SQL
               DECLARE C192DIC CURSOR FOR
               SELECT A.T309_FOLIO,
                      A.T309_CEN_REG CONCAT A.T309_ACC,
                      A.T309_NUM_OPERATION,
                      CHAR(A.T309_DAT_OPERATION),
                      ABS(A.T309_AMT), A.T309_DESCRIPCION,
                      A.T309_STATUS, CHAR(H.FEC_RESOL),
                      COALESCE((SELECT MAX(X.T309H_DESC)
                                  FROM MBDT309H X
                                 WHERE X.T309H_FOLIO  = A.T309_FOLIO
                                   AND X.T309H_STATUS = A.T309_STATUS
                                   AND X.T309H_FECHA  = H.FEC_RESOL),
                               ' '),
                      COALESCE(C.T043_TXT_DIG_30, ' '),
                      COALESCE(L.T173_ESTADO, '  '),
                      COALESCE(L.T173_AMT, 0),
                      COALESCE(B.T202_ESTADO, '  '),
                      COALESCE(B.T202_IMPORTE, 0),
                      COALESCE(P.T151_CANAL_ENTREGA, '  '),
                      COALESCE(P.T151_DESTINO, ' ')
                 FROM MBDT309 A
                INNER JOIN
                      (SELECT T309H_FOLIO AS FOLIO,
                              MAX(T309H_FECHA) AS FEC_RESOL
                         FROM MBDT309H
                        WHERE T309H_STATUS IN (:CA-A-FAVOR,
                                               :CA-EN-CONTRA)
                        GROUP BY T309H_FOLIO) H
                   ON H.FOLIO = A.T309_FOLIO
                 LEFT OUTER JOIN MCDT043 C
                   ON C.T043_ENT_ACC = A.T309_ENT
                  AND C.T043_BRN_ACC = A.T309_CEN_REG
                  AND C.T043_TYP_ACC CONCAT C.T043_ACC = A.T309_ACC
                  AND C.T043_NUM_DEB_OPE   = A.T309_NUM_OPERATION
                  AND C.T043_DAT_OPERATION = A.T309_DAT_OPERATION
                 LEFT OUTER JOIN MBDT173 L
                   ON L.T173_FOLIO = A.T309_FOLIO
                 LEFT OUTER JOIN MBDT202 B
                   ON B.T202_FOLIO = A.T309_FOLIO
                 LEFT OUTER JOIN MBDT151 P
                   ON P.T151_ENT     = A.T309_ENT
                  AND P.T151_NUMCUEN = A.T309_CEN_REG CONCAT A.T309_ACC
                  AND P.T151_ESTADO  = 'AC'
                WHERE A.T309_ENT    = :E192-ENT-ORIGIN
                  AND A.T309_STATUS IN (:CA-A-FAVOR, :CA-EN-CONTRA)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MBDT309H D
                        WHERE D.T309H_FOLIO  = A.T309_FOLIO
                          AND D.T309H_STATUS = :CA-DICTAMEN
                          AND D.T309H_FECHA >= H.FEC_RESOL)
                ORDER BY A.T309_SEQ
           END-EXEC.
      *
           EXEC SQL
               OPEN C192DIC
           END-EXEC.
      *
           PERFORM UNTIL WSS-FIN-CURSOR-SI
               EXEC SQL
                   FETCH C192DIC
                   INTO :WS-ACL-FOLIO, :WS-ACL-NUMCUEN,
                        :WS-ACL-NUM-OPER, :WS-ACL-FEC-OPER,
                        :WS-ACL-IMPORTE, :WS-ACL-CONCEPTO,
                        :WS-ACL-STATUS, :WS-ACL-FEC-RESOL,
                        :WS-ACL-SUSTENTO, :WS-ACL-COMERCIO,
                        :WS-ACL-EST-ABONO, :WS-ACL-IMP-ABONO,
                        :WS-ACL-EST-CB, :WS-ACL-IMP-CB,
                        :WS-ACL-CANAL, :WS-ACL-DESTINO
               END-EXEC
      *
               MOVE SQLCODE                TO SQL-VALUES
               EVALUATE TRUE
                   WHEN SQL-88-OK
                        PERFORM 2100-ARMA-DICTAMEN
                        PERFORM 2200-ENTREGA-DICTAMEN
                        PERFORM 2300-REGISTRA-HISTORIA
                   WHEN SQL-88-NOT-FOUND
                        SET WSS-FIN-CURSOR-SI TO TRUE
                   WHEN OTHER
                        SET WSS-FIN-CURSOR-SI TO TRUE
                        MOVE CA-99          TO E192-COD-RETURN
               END-EVALUATE
           END-PERFORM.
      *
           EXEC SQL
               CLOSE C192DIC
           END-EXEC.
      *
           IF E192-NUM-DICTAMENES EQUAL 0 AND
              E192-COD-RETURN     EQUAL CA-00
              MOVE CA-10                   TO E192-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2100-ARMA-DICTAMEN: RESOLUCION, IMPORTES Y EVIDENCIA. LO    *
      *     ABONADO/REVERSADO SALE DEL ABONO PROVISIONAL (MBDT173) Y,  *
      *     A FAVOR SIN ABONO PROVISIONAL, DEL CONTRACARGO GANADO.     *
      ******************************************************************
       2100-ARMA-DICTAMEN.
      *
           MOVE 0                          TO WS-IMP-ABONADO
                                              WS-IMP-REVERSADO.
           MOVE SPACES                     TO WS-DICTAMEN.
      *
           EVALUATE TRUE
               WHEN WS-ACL-EST-ABONO EQUAL CA-ABONO-DEFINITIVO
                    MOVE WS-ACL-IMP-ABONO  TO WS-IMP-ABONADO
                    MOVE 'ABONO PROVISIONAL CONFIRMADO COMO DEFINITIVO'
                                           TO DIC-EVIDENCIA
               WHEN WS-ACL-EST-ABONO EQUAL CA-ABONO-REVERSADO
                    MOVE WS-ACL-IMP-ABONO  TO WS-IMP-REVERSADO
                    MOVE 'ABONO PROVISIONAL REVERSADO POR RESOLUCION'
                                           TO DIC-EVIDENCIA
               WHEN WS-ACL-EST-CB EQUAL CA-CB-GANADO
                    IF WS-ACL-STATUS EQUAL CA-A-FAVOR
                       MOVE WS-ACL-IMP-CB  TO WS-IMP-ABONADO
                    END-IF
                    MOVE 'CONTRACARGO ACEPTADO POR EL PROCESADOR'
                                           TO DIC-EVIDENCIA
               WHEN WS-ACL-EST-CB EQUAL CA-CB-PERDIDO
                    MOVE 'CONTRACARGO RECHAZADO POR EL PROCESADOR'
                                           TO DIC-EVIDENCIA
               WHEN OTHER
                    MOVE 'ANALISIS DEL MOVIMIENTO EN BITACORA'
                                           TO DIC-EVIDENCIA
           END-EVALUATE.
      *
           IF WS-ACL-STATUS EQUAL CA-A-FAVOR
              MOVE 'PROCEDENTE'            TO DIC-RESOLUCION
           ELSE
              MOVE 'IMPROCEDENTE'          TO DIC-RESOLUCION
           END-IF.
      *
           MOVE WS-ACL-FOLIO               TO DIC-FOLIO.
           MOVE E192-FECHA-PROCESO         TO DIC-FEC-EMISION.
           MOVE WS-ACL-NUMCUEN             TO DIC-NUMCUEN.
           MOVE WS-ACL-NUM-OPER            TO DIC-NUM-OPER.
           MOVE WS-ACL-FEC-OPER            TO DIC-FEC-OPER.
           MOVE WS-ACL-CONCEPTO            TO DIC-CONCEPTO.
           MOVE WS-ACL-COMERCIO            TO DIC-COMERCIO.
           MOVE WS-ACL-IMPORTE             TO DIC-IMP-RECLAMADO.
           MOVE WS-ACL-FEC-RESOL           TO DIC-FEC-RESOL.
           MOVE WS-IMP-ABONADO             TO DIC-IMP-ABONADO.
           MOVE WS-IMP-REVERSADO           TO DIC-IMP-REVERSADO.
           MOVE WS-ACL-SUSTENTO            TO DIC-SUSTENTO.
      *
      ******************************************************************
      *.PN 2200-ENTREGA-DICTAMEN: LA CARTA VA AL ARCHIVO DEL CANAL DE  *
      *     ENTREGA DE ESTADOS DE CUENTA (EL PUENTE DEL CANAL LA       *
      *     CONSUME); SIN PREFERENCIA SE IMPRIME EN SUCURSAL.          *
      ******************************************************************
       2200-ENTREGA-DICTAMEN.
      *
           IF WS-ACL-CANAL EQUAL SPACES
              ADD 1 TO E192-NUM-SIN-PREF
              MOVE CA-IMPRESION            TO WS-ACL-CANAL
           END-IF.
      *
           MOVE WS-ACL-CANAL               TO DIC-CANAL.
           MOVE WS-ACL-DESTINO             TO DIC-DESTINO.
      *
           EVALUATE WS-ACL-CANAL
               WHEN CA-SFTP
                    ADD 1 TO E192-NUM-SFTP
                    WRITE FR-SFTP-REG      FROM WS-DICTAMEN
               WHEN CA-CORREO
                    ADD 1 TO E192-NUM-CORREO
                    WRITE FR-CORREO-REG    FROM WS-DICTAMEN
               WHEN OTHER
                    ADD 1 TO E192-NUM-IMPRESION
                    WRITE FR-IMPRESION-REG FROM WS-DICTAMEN
           END-EVALUATE.
      *
           ADD 1 TO E192-NUM-DICTAMENES.
           PERFORM 2900-ESCRIBE-REPORTE.
      *
      ******************************************************************
      *.PN 2300-REGISTRA-HISTORIA: EL RENGLON 'DI' ES LA CONSTANCIA DE *
      *     EMISION (Y LO QUE EXCLUYE LA ACLARACION DE LA SIGUIENTE    *
      *     CORRIDA MIENTRAS NO SE VUELVA A RESOLVER).                 *
      ******************************************************************
       2300-REGISTRA-HISTORIA.
      *
           MOVE SPACES                     TO WS-DESC-HISTORIA.
           STRING 'DICTAMEN EMITIDO; CANAL ' DELIMITED BY SIZE
                  WS-ACL-CANAL             DELIMITED BY SIZE
             INTO WS-DESC-HISTORIA
           END-STRING.
      *
           EXEC SQL
               INSERT INTO MBDT309H
                      (T309H_FOLIO, T309H_FECHA, T309H_HORA,
                       T309H_STATUS, T309H_DESC)
               VALUES (:WS-ACL-FOLIO, DATE(:E192-FECHA-PROCESO),
                       CURRENT TIME, :CA-DICTAMEN,
                       :WS-DESC-HISTORIA)
           END-EXEC.
      *
           MOVE SQLCODE                    TO SQL-VALUES.
           IF NOT SQL-88-OK
              MOVE CA-99                   TO E192-COD-RETURN
              SET WSS-FIN-CURSOR-SI        TO TRUE
           END-IF.
      *
      ******************************************************************
      *.PN 2900-ESCRIBE-REPORTE.                                       *
      ******************************************************************
       2900-ESCRIBE-REPORTE.
      *
           MOVE SPACES                     TO FR-REPORTE-LINEA.
           STRING 'DICTAMEN;'              DELIMITED BY SIZE
                  DIC-FOLIO                DELIMITED BY SIZE
                  ';CUENTA='               DELIMITED BY SIZE
                  DIC-NUMCUEN              DELIMITED BY SIZE
                  ';RESOL='                DELIMITED BY SIZE
                  WS-ACL-STATUS            DELIMITED BY SIZE
                  ';CANAL='                DELIMITED BY SIZE
                  DIC-CANAL                DELIMITED BY SIZE
                  ';RECLAMADO='            DELIMITED BY SIZE
                  DIC-IMP-RECLAMADO        DELIMITED BY SIZE
                  ';ABONADO='              DELIMITED BY SIZE
                  DIC-IMP-ABONADO          DELIMITED BY SIZE
                  ';REVERSADO='            DELIMITED BY SIZE
                  DIC-IMP-REVERSADO        DELIMITED BY SIZE
             INTO FR-REPORTE-LINEA
           END-STRING.
           WRITE FR-REPORTE-LINEA.
      *
      ******************************************************************
      *.PN 3000-END.                                                   *
      ******************************************************************
       3000-END.
      *
           IF WSS-FILES-ABIERTOS-SI
              CLOSE F-SFTP F-CORREO F-IMPRESION F-REPORTE
           END-IF.
      *
           GOBACK.
      *
