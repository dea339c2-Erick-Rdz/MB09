      *  CODE       AUTHOR  DATE     DESCRIPCION                       *
      *  ---------- ------- -------- --------------------------------- *
      *  @BAZ177    AGR     02-09-26 ALTA DEL COMMAREA                  *
      *  @BAZ231    AGR     15-10-26 PR-GDA-AVI-PROBLEMA               *
      *                                                                *
      ******************************************************************
      * MB9B0144 ESCALA TODO AVISO DE MBDT161 SIN ACUSE DE RECIBO;     *
      *     DE ESCALAMIENTO ARRANCA DE NUEVO);                         *
      * 'H' CORTE DE TURNO: TODO LO NO RESUELTO DEL GRUPO.             *
      * MBDT161 SE EXTENDIO CON T161_USR_ACUSE Y T161_DES_RESOLUCION.  *
      * PR-GDA-AVI-PROBLEMA: PROBLEMA ABIERTO (MBDT217, MB9B0197) AL   *
      * QUE SE LIGO EL AVISO; CERO = SIN PROBLEMA CONOCIDO.            *
      * PR-GDA-COD-RETURN: '00' OK; '10' SIN AVISOS/NO ENCONTRADO;     *
      * '99' ERROR.                                                    *
      ******************************************************************
             10 PR-GDA-AVI-ESTADO         PIC X(02).
             10 PR-GDA-AVI-ESCALA         PIC 9(03).
             10 PR-GDA-AVI-STP-AVISO      PIC X(26).
             10 PR-GDA-AVI-PROBLEMA       PIC 9(09).
