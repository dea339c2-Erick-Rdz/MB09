      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ214    AGR     03-09-26 ALTA DEL COMMAREA                  *
      *  @BAZ245    AGR     15-10-26 ACCION 'B' CIERRA EL MAPEO DE UNA *
      *                              CUENTA CANCELADA (MB7C0550)       *
      *                                                                *
      ******************************************************************
      * CUANDO UN NUMERO DE WALLET CAMBIA DE MANOS; MCDT403 APUNTABA   *
      *     DEL REMAPEO REGRESA 'RT' (RETENER Y MARCAR) EN LUGAR DE    *
      *     ABONAR; EL PUENTE DE ABONOS LO CONSULTA ANTES DE SOLTAR;   *
      * 'C' CONSULTA EL MAPEO VIGENTE Y SU GRACIA.                     *
      * 'B' CIERRA EL MAPEO (CUENTA CANCELADA): CIERRA EL RENGLON      *
      *     VIGENTE; ABRE UNO SIN CUENTA CON SU VENTANA DE GRACIA Y    *
      *     BORRA EL PUNTERO MCDT403. EN LA GRACIA 'V' REGRESA 'RT';   *
      *     VENCIDA REGRESA '10' (EL NUMERO YA NO TIENE CUENTA).       *
      * 23120-RESUELVE-TELBENEF YA RESUELVE CONTRA ESTA HISTORIA.      *
      * PR-TEL-COD-RETURN: '00' OK; '10' SIN MAPEO; '99' ERROR.        *
      * PR-TEL-DISPOSICION: 'AB' ABONAR / 'RT' RETENER (ACCION 'V').   *
             88 PR-TEL-REMAPEA                    VALUE 'R'.
             88 PR-TEL-VALIDA                     VALUE 'V'.
             88 PR-TEL-CONSULTA                   VALUE 'C'.
             88 PR-TEL-CIERRA                     VALUE 'B'.
          05 PR-TEL-TELEFONO              PIC X(15).
          05 PR-TEL-CTA-NUEVA             PIC X(14).
          05 PR-TEL-DIAS-GRACIA           PIC 9(03).
