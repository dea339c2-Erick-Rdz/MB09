      *                              VIAJE IMPOSIBLE DETECTADO         *
      *  @BAZ002    AGR     08-08-26 SE AGREGAN PRECISION (ACCURACY) Y *
      *                              ALTITUD DE LA COORDENADA          *
      *  @BAZ228    AGR     15-10-26 SE AGREGAN ID DEL DISPOSITIVO Y   *
      *                              BDMID PARA EL REGISTRO DE         *
      *                              DISPOSITIVOS (MBDT215) Y BANDERA  *
      *                              DE SALIDA DE DISPOSITIVO NUEVO    *
      *  @BAZ233    AGR     15-10-26 BANDERA DE SALIDA DE OPERACION    *
      *                              DENTRO DE UN VIAJE AVISADO        *
      *                              (MBDT219)                         *
      *  @BAZ261    AGR     15-10-26 ESTADO Y MUNICIPIO DE LA          *
      *                              COORDENADA Y BANDERA DE SALIDA DE *
      *                              ZONA DE ALTO RIESGO               *
      *                                                                *
      *****************************************************************
      *01 MB7C0100-01.
      *    ALTITUD EN METROS SOBRE EL NIVEL DEL MAR; ZEROES SI NO SE
      *    INFORMO.
      *@BAZ002-F
      *@BAZ228-I
          05 PR-GEO-IDCELUL               PIC X(13).
      *    ID DEL DISPOSITIVO DESDE EL QUE OPERA EL CLIENTE; EN
      *    ESPACIOS NO SE ACTUALIZA EL REGISTRO DE DISPOSITIVOS.
          05 PR-GEO-BDMID                 PIC X(40).
      *    BDMID DEL CLIENTE SI EL CANAL LO CONOCE; ESPACIOS SI NO.
          05 PR-GEO-FLGDISPNVO            PIC X(01).
      *    'S' PRIMER USO DE UN DISPOSITIVO NO VISTO ANTES PARA EL
      *    CLIENTE (YA TENIA OTROS REGISTRADOS); 'B' USO DE UN
      *    DISPOSITIVO MARCADO COMO PERDIDO O BLOQUEADO; 'N' EN
      *    CUALQUIER OTRO CASO.
      *@BAZ228-F
      *@BAZ233-I
          05 PR-GEO-FLGVIAJAVI            PIC X(01).
      *    'S' LA OPERACION CAE EN EL DESTINO DE UN AVISO DE VIAJE
      *    VIGENTE DEL CLIENTE (MBDT219) Y POR ESO NO SE MARCO VIAJE
      *    IMPOSIBLE NI SE EMITIO 'GEOF'; 'N' EN CUALQUIER OTRO CASO.
      *@BAZ233-F
      *@BAZ261-I
          05 PR-GEO-CVE-ENT               PIC X(02).
          05 PR-GEO-CVE-MUN               PIC X(03).
      *    CLAVES INEGI DE ESTADO Y MUNICIPIO DE LA COORDENADA
      *    (MBDT269); ESPACIOS SI CAE FUERA DE COBERTURA.
          05 PR-GEO-FLGZONARIE            PIC X(01).
      *    'S' EL MUNICIPIO ESTA DESIGNADO ZONA DE ALTO RIESGO
      *    (MBDT270); 'N' EN CUALQUIER OTRO CASO.
      *@BAZ261-F
      *
      ******************************************************************
