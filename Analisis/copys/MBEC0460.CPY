      * MBEC0460:  COMMAREA MB7C0460 -- AVISOS DE VIAJE DEL CLIENTE    *
      *            (MBDT219)                                           *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ233    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * EL CLIENTE AVISA DESDE SU CANAL QUE VIAJA: DESTINO (PAIS Y     *
      * ESTADO; EL CANAL LO GEORREFERENCIA A UN CENTRO LAT/LON Y UN    *
      * RADIO EN KM, IGUAL QUE LA GEOCERCA DE MB7C0350) Y FECHAS. UN   *
      * BDMID PUEDE TENER VARIOS AVISOS (VIAJE CON ESCALAS). MIENTRAS  *
      * EL AVISO ESTA VIGENTE, MB7C0110 NO MARCA VIAJE IMPOSIBLE NI    *
      * EMITE 'GEOF' PARA OPERACIONES DENTRO DEL DESTINO (LAS REGISTRA *
      * COMO 'VAV' EN PEDT101) Y MB7C0240 LES DA MENOR PESO. FUERA DEL *
      * DESTINO DECLARADO TODO ALERTA COMO SIEMPRE.                    *
      *   'A' ALTA; REGRESA PR-VIA-ID-AVISO                            *
      *   'M' CAMBIO DE DESTINO/FECHAS DE UN AVISO VIGENTE             *
      *   'B' CANCELA UN AVISO ('CA')                                  *
      *   'C' CONSULTA LOS AVISOS VIGENTES Y FUTUROS DEL BDMID, HASTA  *
      *       10 RENGLONES                                             *
      * PR-VIA-COD-RETURN: '00' OK; '10' SIN RENGLON; '20' DATOS DE    *
      * ENTRADA INVALIDOS (FECHAS, RADIO, DESTINO); '99' ERROR.        *
      ******************************************************************
        02 PR-PARAM-VIAJE.
          05 PR-VIA-ACCION                PIC X(01).
             88 PR-VIA-ALTA                       VALUE 'A'.
             88 PR-VIA-CAMBIO                     VALUE 'M'.
             88 PR-VIA-BAJA                       VALUE 'B'.
             88 PR-VIA-CONSULTA                   VALUE 'C'.
          05 PR-VIA-ENT                   PIC X(04).
          05 PR-VIA-BDMID                 PIC X(40).
          05 PR-VIA-NUM-CUS               PIC X(08).
          05 PR-VIA-ID-AVISO              PIC 9(09).
          05 PR-VIA-PAIS                  PIC X(03).
          05 PR-VIA-ESTADO-DEST           PIC X(30).
          05 PR-VIA-LATITUD               PIC S9(03)V9(06).
          05 PR-VIA-LONGITUD              PIC S9(03)V9(06).
          05 PR-VIA-RADIO-KM              PIC 9(04)V9(02).
          05 PR-VIA-FEC-INI               PIC X(10).
          05 PR-VIA-FEC-FIN               PIC X(10).
          05 PR-VIA-COD-RETURN            PIC X(02).
          05 PR-VIA-NUM-AVISOS            PIC 9(02).
          05 PR-VIA-AVISO                 OCCURS 10 TIMES.
             10 PR-VIA-LIS-ID-AVISO       PIC 9(09).
             10 PR-VIA-LIS-PAIS           PIC X(03).
             10 PR-VIA-LIS-ESTADO-DEST    PIC X(30).
             10 PR-VIA-LIS-RADIO-KM       PIC 9(04)V9(02).
             10 PR-VIA-LIS-FEC-INI        PIC X(10).
             10 PR-VIA-LIS-FEC-FIN        PIC X(10).
