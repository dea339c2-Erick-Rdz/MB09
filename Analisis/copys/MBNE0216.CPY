      * MBNE0216: COPY DE ENTRADA/SALIDA PARA EL SELLADO ENCADENADO DE *
      *           LAS TABLAS DE AUDITORIA Y SU VERIFICACION, MB9B0216. *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      * CODE    AUTOR  FECHA       DESCRIPCION                         *
      * ------- ------ ----------- ----------------------------------- *
      * @BAZ256   AGR  15-10-2026  ALTA DE COPY PARA EL SELLADO Y      *
      *                            VERIFICACION DE SELLOS (MB9B0216)   *
      ******************************************************************
      * MBNE0216            PARAMETROS DEL SELLADO / VERIFICACION.     *
      * E216-ENT-ORIGIN      (R)  ENTIDAD A PROCESAR                   *
      * E216-MODO            (R)  'S' SELLA EL DIA E216-FEC-INI DE     *
      *                               MBDT144 Y BGDT114 (NOCTURNO, YA  *
      *                               CERRADO EL DIA)                  *
      *                           'R' VERIFICA LOS SELLOS DEL RANGO    *
      *                               E216-FEC-INI A E216-FEC-FIN      *
      *                               (A SOLICITUD DE AUDITORIA)       *
      *                           'M' VERIFICA UNA MUESTRA ROTATIVA:   *
      *                               LOS SELLOS CON LA VERIFICACION   *
      *                               MAS VIEJA (O NINGUNA)            *
      * E216-TABLA           (O)  EN 'R': SOLO ESA TABLA (MBDT144,     *
      *                           BGDT114, BGDT071A); ESPACIOS = TODAS *
      * E216-FEC-INI         (R)  YYYY-MM-DD                           *
      * E216-FEC-FIN         (O)  YYYY-MM-DD; SOLO EN 'R'              *
      * E216-COD-RETURN      (S)  '00' OK  '10' NADA QUE SELLAR O      *
      *                           VERIFICAR  '20' HAY SELLOS QUE NO    *
      *                           CUADRAN (INCIDENTE EN QGDT888)       *
      *                           '99' ERROR SQL/ARCHIVO/SERVICIO      *
      * E216-NUM-SELLOS      (S)  SELLOS NUEVOS ('S')                  *
      * E216-NUM-RENGLONES   (S)  RENGLONES SELLADOS O RECALCULADOS    *
      * E216-NUM-VERIFICADOS (S)  SELLOS VERIFICADOS ('R'/'M')         *
      * E216-NUM-ALTERADOS   (S)  SELLOS QUE NO CUADRAN                *
      ******************************************************************
       01 MBNE0216.
          05 E216-ENT-ORIGIN               PIC X(04).
          05 E216-MODO                     PIC X(01).
             88 E216-MODO-SELLA                    VALUE 'S'.
             88 E216-MODO-RANGO                    VALUE 'R'.
             88 E216-MODO-MUESTRA                  VALUE 'M'.
          05 E216-TABLA                    PIC X(08).
          05 E216-FEC-INI                  PIC X(10).
          05 E216-FEC-FIN                  PIC X(10).
          05 E216-COD-RETURN               PIC X(02).
             88 E216-RETURN-OK                     VALUE '00'.
             88 E216-RETURN-SIN-DATOS              VALUE '10'.
             88 E216-RETURN-ALTERADOS              VALUE '20'.
             88 E216-RETURN-ERROR                  VALUE '99'.
          05 E216-NUM-SELLOS               PIC 9(07).
          05 E216-NUM-RENGLONES            PIC 9(09).
          05 E216-NUM-VERIFICADOS          PIC 9(07).
          05 E216-NUM-ALTERADOS            PIC 9(07).
