      ******************************************************************
      *  MB9B0206: APLICACION DE LOS CAMBIOS PROGRAMADOS DEL CATALOGO *
      *            DE PARAMETROS MBDT140. LOS CAMBIOS AUTORIZADOS EN  *
      *            MB7C0530 CON VIGENCIA FUTURA QUEDAN 'AP' EN        *
      *            MBDT232; ESTE BATCH DEL CICLO CORTO LLAMA A        *
      *            MB7C0530 ACCION 'E' PARA APLICAR LOS YA VENCIDOS   *
      *            (HISTORICO MBDT233 Y RECARGA DE CACHE LOS HACE LA  *
      *            MISMA RUTINA) MIENTRAS LA RUTINA INDIQUE QUE       *
      *            QUEDAN MAS.                                        *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB9B0206.
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
      *     @BAZ242    AGR     15-10-2026 ALTA DEL PROGRAMA            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05 WSS-FIN-PROCESO               PIC X(01) VALUE 'N'.
              88 WSS-FIN-PROCESO-SI                 VALUE 'S'.
      *
       01  CA-00                           PIC X(02)  VALUE '00'.
       01  CA-10                           PIC X(02)  VALUE '10'.
       01  CA-99                           PIC X(02)  VALUE '99'.
       01  CA-MB7C0530                     PIC X(08)  VALUE 'MB7C0530'.
      *
      * COMMAREA DEL MANTENIMIENTO DEL CATALOGO (CALL MB7C0530).
       01  VA-MBEC0530.
           COPY MBEC0530.
      *
       LINKAGE SECTION.
      *
           COPY MBNE0206.
      *
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING MBNE0206.
      *
           PERFORM 1000-START.
           IF E206-RETURN-OK
              PERFORM 2000-APLICA-LOTE
                 UNTIL WSS-FIN-PROCESO-SI
           END-IF.
           PERFORM 5000-END.
      *
      ******************************************************************
      *.PN 1000-START.                                                 *
      ******************************************************************
       1000-START.
      *
           MOVE CA-00                      TO E206-COD-RETURN.
           MOVE SPACES                     TO E206-DES-ERROR.
           MOVE 0                          TO E206-NUM-APLICADOS.
      *
           IF E206-ENT-ORIGIN EQUAL SPACES
              MOVE CA-99                   TO E206-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 2000-APLICA-LOTE: CADA LLAMADA APLICA UN LOTE DE CAMBIOS    *
      *     VENCIDOS; SE REPITE MIENTRAS QUEDEN MAS.                   *
      ******************************************************************
       2000-APLICA-LOTE.
      *
           INITIALIZE VA-MBEC0530.
           MOVE 'E'                        TO PR-PRM-ACCION.
           MOVE E206-ENT-ORIGIN            TO PR-PRM-ENT.
      *
           CALL CA-MB7C0530 USING VA-MBEC0530.
      *
           ADD PR-PRM-NUM-APLICADOS        TO E206-NUM-APLICADOS.
      *
           EVALUATE PR-PRM-COD-RETURN
               WHEN CA-00
                    IF PR-PRM-DES-ERROR NOT EQUAL SPACES
                       MOVE PR-PRM-DES-ERROR TO E206-DES-ERROR
                    END-IF
                    IF PR-PRM-MAS-DATOS NOT EQUAL 'S'
                       SET WSS-FIN-PROCESO-SI TO TRUE
                    END-IF
               WHEN CA-10
                    SET WSS-FIN-PROCESO-SI TO TRUE
               WHEN OTHER
                    SET WSS-FIN-PROCESO-SI TO TRUE
                    MOVE CA-99             TO E206-COD-RETURN
                    MOVE PR-PRM-DES-ERROR  TO E206-DES-ERROR
           END-EVALUATE.
      *
           IF E206-NUM-APLICADOS EQUAL 0 AND
              E206-COD-RETURN    EQUAL CA-00
              MOVE CA-10                   TO E206-COD-RETURN
           END-IF.
      *
      ******************************************************************
      *.PN 5000-END.                                                   *
      ******************************************************************
       5000-END.
      *
           GOBACK.
      *
