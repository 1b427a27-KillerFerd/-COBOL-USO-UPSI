      ******************************************************************
      * BITAREG     : REGISTRO DEL ARCHIVO BITACORA DE EDUI3097        *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3097 (GRABA), EDUI3100 (REPORTA) Y EDUI3109  *
      *               (CONCILIACION POR LOTE)                          *
      * DESCRIPCION : UN REGISTRO POR EJECUCION DE EDUI3097, GRABADO   *
      *               EN EXTEND TANTO EN UN FIN NORMAL COMO EN UNA     *
      *               TERMINACION POR FALLA, PARA RESPONDER SEMANAS    *
      *               73-74 BIT-CONDICION          CODIGO DE CONDICION *
      *               75-80 BIT-LOTE               IDENTIFICADOR DE    *
      *                                            LOTE DE LA CORRIDA  *
      *               81-84 BIT-CALENDARIO         CALENDARIO DE       *
      *                                            FERIADOS USADO      *
      *                                            (BLANCO = NACIONAL) *
      ******************************************************************
       01 REG-BITACORA.
           02 BIT-FECHA-CORRIDA             PIC 9(08).
           02 BIT-FECHA-MAX                 PIC 9(08).
           02 BIT-CONDICION                 PIC 9(02).
           02 BIT-LOTE                      PIC X(06).
           02 BIT-CALENDARIO                PIC X(04).
