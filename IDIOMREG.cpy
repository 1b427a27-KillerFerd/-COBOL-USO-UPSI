      ******************************************************************
      * IDIOMREG    : REGISTRO DEL ARCHIVO MAESTRO DE IDIOMAS          *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3097, EDUI3106, EDUI3107 Y EDUI3110          *
      * DESCRIPCION : UN REGISTRO POR IDIOMA CON LOS SIETE NOMBRES DE  *
      *               DIA (DOMINGO A SABADO) Y LOS DOCE NOMBRES DE     *
      *               MES. LOS IDIOMAS 'S' (ESPANOL) Y 'E' (INGLES)    *
