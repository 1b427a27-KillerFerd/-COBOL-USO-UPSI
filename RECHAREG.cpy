      ******************************************************************
      * RECHAREG    : REGISTRO DEL MAESTRO DE RECHAZOS EN SUSPENSO     *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3097, EDUI3103 (MANTENIMIENTO Y ANTIGUEDAD) Y*
      *               EDUI3109 (CONCILIACION POR LOTE)                 *
      * DESCRIPCION : MAESTRO PERMANENTE DE TARJETAS RECHAZADAS. SE    *
      *               ACUMULA ENTRE CORRIDAS: CADA RECHAZO ENTRA CON   *
      *               ESTADO PENDIENTE Y LA FECHA DE LA CORRIDA QUE    *
      *               LO RECHAZO; MODO-ENTRADA 'R' REPROCESA LOS       *
      *               PENDIENTES Y LOS MARCA REPROCESADOS CUANDO POR   *
      *               FIN PROCESAN LIMPIOS. EL ESTADO ABANDONADO LO    *
      *               FIJA LA OFICINA CON EDUI3103 PARA ENTRADAS QUE   *
      *               YA NO SE CORREGIRAN; EL REPROCESO LAS DEJA       *
      *               INTACTAS.                                        *
      *-----------------------------------------------------------------
      * POSICIONES  : 001-080 RCH-IMAGEN-TARJETA IMAGEN ORIGINAL DE LA *
      *                                          TARJETA RECHAZADA     *
