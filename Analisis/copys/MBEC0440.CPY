      * MBEC0440:  COMMAREA MB7C0440 -- REGISTRO DE DISPOSITIVOS DEL   *
      *            CLIENTE (MBDT215)                                   *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ228    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * MB7C0110 DA DE ALTA CADA DISPOSITIVO (E009-IDCELUL) LA PRIMERA *
      * VEZ QUE SE USA Y ACTUALIZA SU ULTIMO USO; OPERACIONES LO       *
      * ADMINISTRA AQUI:                                               *
      *   'C' CONSULTA LOS DISPOSITIVOS DEL CLIENTE (POR NUMERO DE     *
      *       CLIENTE O POR BDMID), DEL ULTIMO USO AL MAS VIEJO, HASTA *
      *       20 RENGLONES                                             *
      *   'P' MARCA UN DISPOSITIVO COMO PERDIDO ('PE')                 *
      *   'B' MARCA UN DISPOSITIVO COMO BLOQUEADO ('BL')               *
      *   'R' REACTIVA UN DISPOSITIVO PERDIDO O BLOQUEADO ('AC')       *
      * EL USO POSTERIOR DE UN DISPOSITIVO 'PE'/'BL' LO MARCA          *
      * MB7C0110 ('DBL') Y PESA EN LA CALIFICACION DE MB7C0240.        *
      * PR-DSP-COD-RETURN: '00' OK; '10' SIN RENGLON; '99' ERROR.      *
      ******************************************************************
        02 PR-PARAM-DISPOSITIVO.
          05 PR-DSP-ACCION                PIC X(01).
             88 PR-DSP-CONSULTA                   VALUE 'C'.
             88 PR-DSP-PERDIDO                    VALUE 'P'.
             88 PR-DSP-BLOQUEA                    VALUE 'B'.
             88 PR-DSP-REACTIVA                   VALUE 'R'.
          05 PR-DSP-ENT                   PIC X(04).
          05 PR-DSP-NUM-CUS               PIC X(08).
          05 PR-DSP-BDMID                 PIC X(40).
          05 PR-DSP-ID-DISP               PIC X(13).
          05 PR-DSP-USUARIO               PIC X(08).
          05 PR-DSP-COD-RETURN            PIC X(02).
          05 PR-DSP-DES-ERROR             PIC X(40).
          05 PR-DSP-MAS-DATOS             PIC X(01).
          05 PR-DSP-NUM-DISP              PIC 9(02).
          05 PR-DSP-DISPOSITIVO           OCCURS 20 TIMES.
             10 PR-DSP-LIS-NUM-CUS        PIC X(08).
             10 PR-DSP-LIS-ID-DISP        PIC X(13).
             10 PR-DSP-LIS-FEC-PRIMER     PIC X(10).
             10 PR-DSP-LIS-FEC-ULTIMO     PIC X(10).
             10 PR-DSP-LIS-ESTADO         PIC X(02).
             10 PR-DSP-LIS-USUARIO        PIC X(08).
