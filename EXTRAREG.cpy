      *               68-73 EXT-LOTE           IDENTIFICADOR DE LOTE   *
      *                                        DE LA CORRIDA QUE GRABO *
      *                                        EL REGISTRO             *
      *               74-77 EXT-CALENDARIO     CALENDARIO DE FERIADOS  *
      *                                        USADO EN LA CORRIDA     *
      *                                        (BLANCO = NACIONAL)     *
      *               78-80 FILLER             RESERVADO               *
      ******************************************************************
       01 REG-EXTRACTO.
           02 EXT-FECHA                     PIC 9(08).
           02 EXT-ANCLA-ETIQUETA            PIC X(12).
           02 EXT-ANCLA-FECHA               PIC 9(08).
           02 EXT-LOTE                      PIC X(06).
           02 EXT-CALENDARIO                PIC X(04).
           02 FILLER                        PIC X(03).
