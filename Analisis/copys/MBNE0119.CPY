      * @BAZ117   MAR  08-09-2026  AGREGA E119-ENTIDAD (OPCIONAL, CON  *
      *                            DEFAULT) PARA LA LLAMADA AL SP      *
      *                            MB09_MB2CF119_v5.                   *
      * @BAZ238   AGR  15-10-2026  AGREGA E119-IMP-ABONOS Y            *
      *                            E119-IMP-CARGOS (CUADRE DEL ESTADO  *
      *                            ANTES DE ENTREGARLO, MB9B0204).     *
      * @BAZ243   AGR  15-10-2026  FORMATOS ISO 20022 CAMT.053/052 Y   *
      *                            SWIFT MT940/942 PARA CORPORATIVOS;  *
      *                            AGREGA E119-NUM-SECUENCIA,          *
      *                            E119-ENVOLTURA Y LOS SALDOS DEL     *
      *                            ESTADO (E119-SDO-INICIAL/FINAL).    *
      ******************************************************************
      * MBNE0119       PARAMETROS DE ENTRADA DEL BATCH DE EXTRACTO.    *
      * E119-BDMID     (R)   BDMID                                     *
      * E119-FECHINI   (R)   FECHA INICIO DEL ESTADO DE CUENTA         *
      * E119-FECHFIN   (R)   FECHA FIN DEL ESTADO DE CUENTA            *
      * E119-FORMATO   (O)   'C' = CSV   'F' = ANCHO FIJO              *
      *                      'X' = CAMT.053 (XML ISO 20022)            *
      *                      'S' = MT940 (SWIFT)                       *
      *                      'Y' = CAMT.052 INTRADIA                   *
      *                      'T' = MT942 INTRADIA                      *
      * E119-ENTIDAD   (O)   ENTIDAD DE LA CUENTA; SI SE DEJA EN       *
      *                      BLANCO, EL BATCH USA LA ENTIDAD POR       *
      *                      DEFECTO (VER CA-ENTIDAD-DFT EN EL         *
      *                      PROGRAMA).                                *
      * E119-COD-RETURN (S)  '00' OK '10' SIN MOVIMIENTOS '99' ERROR   *
      * E119-NUM-REGS   (S)  MOVIMIENTOS ESCRITOS EN EL EXTRACTO       *
      * E119-IMP-ABONOS (S)  SUMA DE LOS ABONOS ESCRITOS               *
      * E119-IMP-CARGOS (S)  SUMA DE LOS CARGOS ESCRITOS (POSITIVA)    *
      * E119-NUM-SECUENCIA (O) NUMERO DEL ESTADO/REPORTE ISO (CERO = 1;*
      *                      EN INTRADIA EL LLAMADOR LO INCREMENTA EN  *
      *                      CADA CORTE DEL DIA)                       *
      * E119-ENVOLTURA (O)   SOLO FORMATOS XML: ' ' DOCUMENTO COMPLETO;*
      *                      'A' SOLO APERTURA DEL DOCUMENTO; 'S' SOLO *
      *                      EL ESTADO DE LA CUENTA; 'C' SOLO CIERRE   *
      *                      (VARIAS CUENTAS EN UN DOCUMENTO, MB9B0180)*
      * E119-SDO-INICIAL (S) SALDO CONTABLE INICIAL (FORMATOS ISO)     *
      * E119-SDO-FINAL  (S)  SALDO CONTABLE FINAL / AL CORTE INTRADIA  *
      ******************************************************************
       01 MBNE0119.
          05 E119-BDMID                    PIC X(40).
          05 E119-FORMATO                  PIC X(01).
             88 E119-FORMATO-CSV                   VALUE 'C'.
             88 E119-FORMATO-FIJO                  VALUE 'F'.
             88 E119-FORMATO-CAMT053               VALUE 'X'.
             88 E119-FORMATO-MT940                 VALUE 'S'.
             88 E119-FORMATO-CAMT052               VALUE 'Y'.
             88 E119-FORMATO-MT942                 VALUE 'T'.
             88 E119-FORMATO-ISO                   VALUE 'X' 'S'
                                                         'Y' 'T'.
             88 E119-FORMATO-XML                   VALUE 'X' 'Y'.
             88 E119-FORMATO-INTRADIA              VALUE 'Y' 'T'.
          05 E119-ENTIDAD                  PIC X(04).
          05 E119-COD-RETURN                PIC X(02).
             88 E119-RETURN-OK                     VALUE '00'.
             88 E119-RETURN-SIN-DATOS              VALUE '10'.
             88 E119-RETURN-ERROR                  VALUE '99'.
          05 E119-NUM-REGS                  PIC 9(07).
          05 E119-IMP-ABONOS                PIC 9(13)V9(02).
          05 E119-IMP-CARGOS                PIC 9(13)V9(02).
          05 E119-NUM-SECUENCIA             PIC 9(05).
          05 E119-ENVOLTURA                 PIC X(01).
             88 E119-ENVOLTURA-COMPLETA            VALUE ' '.
             88 E119-ENVOLTURA-APERTURA            VALUE 'A'.
             88 E119-ENVOLTURA-ESTADO              VALUE 'S'.
             88 E119-ENVOLTURA-CIERRE              VALUE 'C'.
             88 E119-ENVOLTURA-MARCO               VALUE 'A' 'C'.
          05 E119-SDO-INICIAL               PIC S9(13)V9(02).
          05 E119-SDO-FINAL                 PIC S9(13)V9(02).
