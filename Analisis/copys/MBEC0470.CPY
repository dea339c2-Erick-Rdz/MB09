      * MBEC0470:  COMMAREA MB7C0470 -- REGLA DE APARTADO DE NOMINA    *
      *            A SOBRE O ALCANCIA (MBDT220)                        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ234    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL CLIENTE DE NOMINA ENROLA SU REGLA DE "AHORRO AL COBRAR":    *
      * CUANDO CAE UN ABONO DE NOMINA (907) EN SU CUENTA EJE SE APARTA *
      * UN IMPORTE FIJO ('F') O UN PORCENTAJE ('P') DEL ABONO AL SOBRE *
      * O ALCANCIA ELEGIDO DE MBDT039 (PR-APN-ID-CTA-META). LA REGLA   *
      * VIVE EN MBDT220 POR CLIENTE Y CUENTA EJE; EL POSTEO NOCTURNO   *
      * ES DE MB9B0200. MISMO PATRON QUE MB7C0250: ALTA/CAMBIO; BAJA;  *
      * CONSULTA.                                                      *
      * PR-APN-LOG-METAS (S): 'SOBRES' O 'ALCANCIA' SEGUN LA META.     *
      * PR-APN-COD-RETURN: '00' OK; '10' SIN REGLA; '20' DATOS DE      *
      * ENTRADA INVALIDOS (TIPO, IMPORTE, PORCENTAJE O META QUE NO ES  *
      * DEL CLIENTE/CUENTA O NO ESTA VIGENTE); '99' ERROR.             *
      ******************************************************************
        02 PR-PARAM-APARTADO.
          05 PR-APN-ACCION                PIC X(01).
             88 PR-APN-ALTA                       VALUE 'A'.
             88 PR-APN-BAJA                       VALUE 'B'.
             88 PR-APN-CONSULTA                   VALUE 'C'.
          05 PR-APN-ENT                   PIC X(04).
          05 PR-APN-NUM-CLIENTE           PIC 9(09).
          05 PR-APN-CTA-EJE               PIC X(14).
          05 PR-APN-TIPO                  PIC X(01).
             88 PR-APN-TIPO-FIJO                  VALUE 'F'.
             88 PR-APN-TIPO-PORCENTAJE            VALUE 'P'.
          05 PR-APN-IMPORTE               PIC 9(11)V9(02).
          05 PR-APN-PORCENTAJE            PIC 9(03)V9(02).
          05 PR-APN-ID-CTA-META           PIC X(10).
          05 PR-APN-LOG-METAS             PIC X(10).
          05 PR-APN-COD-RETURN            PIC X(02).
