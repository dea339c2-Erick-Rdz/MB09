      ******************************************************************
      *  MB7C0650: SERVICIO DE SELLO ENCADENADO. CALCULA LA HUELLA    *
      *            SHA-256 DE UN RENGLON ENCADENADA A LA HUELLA       *
      *            ANTERIOR CON EL SERVICIO DE HASH DE UN SENTIDO DE  *
      *            ICSF (CSNBOWH) Y LA REGRESA EN HEXADECIMAL. LO     *
      *            LLAMAN POR CALL EL SELLADO NOCTURNO Y SU           *
      *            VERIFICACION (MB9B0216) Y EL ARCHIVADO DE          *
      *            MOVIMIENTOS (MB9B0148), PARA QUE TODOS CALCULEN LA *
      *            HUELLA IGUAL. SIN VERBOS CICS.                     *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MB7C0650.
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
      *     @BAZ256    AGR     15-10-2026 ALTA DEL PROGRAMA            *
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
      * PARAMETROS DE CSNBOWH (ONE-WAY HASH GENERATE).
       01 VN-OWH-RETURN-CODE               PIC S9(09) COMP.
       01 VN-OWH-REASON-CODE               PIC S9(09) COMP.
       01 VN-OWH-EXIT-DATA-LEN             PIC S9(09) COMP VALUE 0.
       01 VA-OWH-EXIT-DATA                 PIC X(04)  VALUE SPACES.
       01 VN-OWH-RULE-COUNT                PIC S9(09) COMP VALUE 2.
       01 VA-OWH-RULE-ARRAY.
           05 FILLER                       PIC X(08)  VALUE 'SHA-256 '.
           05 FILLER                       PIC X(08)  VALUE 'ONLY    '.
       01 VN-OWH-TEXT-LEN                  PIC S9(09) COMP.
       01 VN-OWH-CHAIN-LEN                 PIC S9(09) COMP VALUE 128.
       01 VA-OWH-CHAIN                     PIC X(128).
       01 VN-OWH-HASH-LEN                  PIC S9(09) COMP VALUE 32.
       01 VA-OWH-HASH                      PIC X(32).
      *
      * TEXTO A RESUMIR: HUELLA ANTERIOR + RENGLON.
       01 VA-TEXTO.
           05 VA-TEXTO-HASH-ANT            PIC X(64).
           05 VA-TEXTO-RENGLON             PIC X(512).
      *
      * CONVERSION DE CADA BYTE DE LA HUELLA A DOS POSICIONES HEX.
       01 VN-BYTE                          PIC 9(04) COMP VALUE 0.
       01 VA-BYTE REDEFINES VN-BYTE        PIC X(02).
       01 VN-NIBBLE-ALTO                   PIC 9(04) COMP.
       01 VN-NIBBLE-BAJO                   PIC 9(04) COMP.
       01 VN-IX                            PIC S9(04) COMP.
       01 VN-POS-HEX                       PIC S9(04) COMP.
      *
       01 CA-00                            PIC X(02) VALUE '00'.
       01 CA-99                            PIC X(02) VALUE '99'.
       01 CA-CSNBOWH                       PIC X(08) VALUE 'CSNBOWH'.
       01 CA-HEX                           PIC X(16)
                                        VALUE '0123456789ABCDEF'.
       01 CA-MAX-TEXTO                     PIC S9(04) COMP VALUE 512.
      ******************************************************************
      *                      LINKAGE SECTION                           *
      ******************************************************************
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
           COPY MBEC0650.
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
           PERFORM 1000-START
      *
           IF PR-SEL-COD-RETURN EQUAL CA-00
              PERFORM 2000-CALCULA-HUELLA
           END-IF
      *
           PERFORM 9000-END.
      *
      ******************************************************************
      *1000-START.                                                     *
      ******************************************************************
       1000-START.

           MOVE CA-00                      TO PR-SEL-COD-RETURN
           MOVE SPACES                     TO PR-SEL-DES-ERROR
                                              PR-SEL-HASH

           IF PR-SEL-LONGITUD NOT NUMERIC OR
              PR-SEL-LONGITUD EQUAL ZEROES OR
              PR-SEL-LONGITUD > CA-MAX-TEXTO
              MOVE CA-99                   TO PR-SEL-COD-RETURN
              MOVE 'LONGITUD DEL RENGLON INVALIDA'
                                           TO PR-SEL-DES-ERROR
           END-IF

           IF PR-SEL-HASH-ANT EQUAL SPACES OR LOW-VALUES
              MOVE CA-99                   TO PR-SEL-COD-RETURN
              MOVE 'FALTA LA HUELLA ANTERIOR' TO PR-SEL-DES-ERROR
           END-IF.
      ******************************************************************
      *2000-CALCULA-HUELLA.                                            *
      ******************************************************************
       2000-CALCULA-HUELLA.

           MOVE PR-SEL-HASH-ANT            TO VA-TEXTO-HASH-ANT
           MOVE PR-SEL-TEXTO               TO VA-TEXTO-RENGLON
           COMPUTE VN-OWH-TEXT-LEN =
                   LENGTH OF VA-TEXTO-HASH-ANT + PR-SEL-LONGITUD
           MOVE LOW-VALUES                 TO VA-OWH-CHAIN
                                              VA-OWH-HASH

           CALL CA-CSNBOWH USING VN-OWH-RETURN-CODE
                                 VN-OWH-REASON-CODE
                                 VN-OWH-EXIT-DATA-LEN
                                 VA-OWH-EXIT-DATA
                                 VN-OWH-RULE-COUNT
                                 VA-OWH-RULE-ARRAY
                                 VN-OWH-TEXT-LEN
                                 VA-TEXTO
                                 VN-OWH-CHAIN-LEN
                                 VA-OWH-CHAIN
                                 VN-OWH-HASH-LEN
                                 VA-OWH-HASH

           IF VN-OWH-RETURN-CODE EQUAL ZEROES
              PERFORM 2100-CONVIERTE-BYTE
                 VARYING VN-IX FROM 1 BY 1
                   UNTIL VN-IX > VN-OWH-HASH-LEN
           ELSE
              MOVE CA-99                   TO PR-SEL-COD-RETURN
              MOVE 'ERROR DEL SERVICIO DE HASH CSNBOWH'
                                           TO PR-SEL-DES-ERROR
           END-IF.
      ******************************************************************
      *2100-CONVIERTE-BYTE.                                            *
      ******************************************************************
       2100-CONVIERTE-BYTE.

           MOVE ZEROES                     TO VN-BYTE
           MOVE VA-OWH-HASH(VN-IX:1)       TO VA-BYTE(2:1)
           DIVIDE VN-BYTE BY 16 GIVING VN-NIBBLE-ALTO
                             REMAINDER VN-NIBBLE-BAJO
           COMPUTE VN-POS-HEX = (VN-IX * 2) - 1
           MOVE CA-HEX(VN-NIBBLE-ALTO + 1:1)
                                     TO PR-SEL-HASH(VN-POS-HEX:1)
           MOVE CA-HEX(VN-NIBBLE-BAJO + 1:1)
                                     TO PR-SEL-HASH(VN-POS-HEX + 1:1).
      ******************************************************************
      *9000-END.                                                       *
      ******************************************************************
       9000-END.

           GOBACK.
