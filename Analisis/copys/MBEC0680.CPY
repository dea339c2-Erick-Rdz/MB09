      * MBEC0680:  COMMAREA MB7C0680 -- REGISTRO DE EVENTOS DE PERDIDA *
      *            POR RIESGO OPERACIONAL Y SUS RECUPERACIONES         *
      *            (MBDT263 / MBDT264)                                 *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *  CODE       AUTHOR  DATE     DESCRIPTION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ259    AGR     15-10-26 ALTA DEL COMMAREA                 *
      *                                                                *
      ******************************************************************
      * LOS PROCESOS QUE POSTEAN DINERO QUE ABSORBE EL BANCO DAN DE    *
      * ALTA EL EVENTO EN EL MOMENTO EN QUE RECONOCEN LA PERDIDA:      *
      *   MB9B0154 ABONO PROVISIONAL QUE QUEDA DEFINITIVO (FE / BM)    *
      *   MB9B0173 REVERSO MASIVO POR INCIDENTE           (IS / PL)    *
      *   MB9B0161 REEMBOLSO METRO SIN LIQUIDACION        (EP / PL)    *
      *   MB9B0136 AJUSTE DE CONCILIACION A FAVOR DEL     (EP / BM)    *
      *            CLIENTE                                             *
      * CATEGORIA (TIPO DE EVENTO BASILEA): FI FRAUDE INTERNO;         *
      *   FE FRAUDE EXTERNO; RL RELACIONES LABORALES; CP CLIENTES,     *
      *   PRODUCTOS Y PRACTICAS; DA DANOS A ACTIVOS; IS INTERRUPCION   *
      *   DE SISTEMAS; EP EJECUCION, ENTREGA Y PROCESOS.               *
      * LINEA DE NEGOCIO: FC FINANZAS CORPORATIVAS; NV NEGOCIACION Y   *
      *   VENTAS; BM BANCA MINORISTA; BC BANCA COMERCIAL; PL PAGOS Y   *
      *   LIQUIDACIONES; SA SERVICIOS DE AGENCIA; AA ADMINISTRACION    *
      *   DE ACTIVOS; IM INTERMEDIACION MINORISTA.                     *
      * ACCIONES:                                                      *
      *   'A' ALTA DEL EVENTO. REGRESA EL FOLIO. SI YA HAY EVENTO DEL  *
      *       MISMO PROGRAMA CON LA MISMA REFERENCIA DE ORIGEN REGRESA *
      *       ESE FOLIO CON '05' (UNA RECORRIDA NO LO DUPLICA).        *
      *   'R' RECUPERACION CONTRA EL EVENTO (POR FOLIO; SI VIENE EN    *
      *       CEROS, EL EVENTO ABIERTO MAS RECIENTE DE LA ACLARACION). *
      *       IMPORTE, FECHA Y DESCRIPCION SON LOS DE LA RECUPERACION; *
      *       AL RECUPERAR TODO EL EVENTO QUEDA CERRADO.               *
      *   'F' CIERRE SIN MAS RECUPERACION ESPERADA (MISMA BUSQUEDA).   *
      *   'C' CONSULTA DEL EVENTO (MISMA BUSQUEDA).                    *
      * PR-PER-COD-RETURN: '00' OK; '05' EVENTO YA REGISTRADO; '10'    *
      * EVENTO NO EXISTE O YA CERRADO; '20' DATOS DE ENTRADA           *
      * INVALIDOS (CATALOGO, IMPORTE, RECUPERACION MAYOR A LO          *
      * PENDIENTE); '99' ERROR.                                        *
      ******************************************************************
        02 PR-PARAM-PERDIDA-OPER.
          05 PR-PER-ACCION                PIC X(01).
             88 PR-PER-ALTA                       VALUE 'A'.
             88 PR-PER-RECUPERA                   VALUE 'R'.
             88 PR-PER-CIERRE                     VALUE 'F'.
             88 PR-PER-CONSULTA                   VALUE 'C'.
          05 PR-PER-ENT                   PIC X(04).
          05 PR-PER-FOLIO                 PIC 9(09).
          05 PR-PER-FECHA                 PIC X(10).
          05 PR-PER-CATEGORIA             PIC X(02).
          05 PR-PER-LINEA-NEG             PIC X(02).
          05 PR-PER-CAUSA                 PIC X(04).
          05 PR-PER-DESCRIPCION           PIC X(40).
          05 PR-PER-IMPORTE               PIC S9(13)V9(02).
          05 PR-PER-REF-INCIDENTE         PIC X(12).
          05 PR-PER-REF-ACLARACION        PIC X(13).
          05 PR-PER-REF-ORIGEN            PIC X(30).
          05 PR-PER-PROGRAMA              PIC X(08).
          05 PR-PER-USUARIO               PIC X(08).
          05 PR-PER-IMP-RECUPERADO        PIC S9(13)V9(02).
          05 PR-PER-ESTADO                PIC X(01).
             88 PR-PER-ABIERTO                    VALUE 'A'.
             88 PR-PER-CERRADO                    VALUE 'C'.
          05 PR-PER-COD-RETURN            PIC X(02).
