      * BITACORA DE CAMBIOS                                            *
      * 25/08/2026 - VERSION INICIAL                                   *
      * 29/08/2026 - SE LISTA EL IDENTIFICADOR DE LOTE DE CADA CORRIDA *
      * 28/09/2026 - SE LISTA EL CALENDARIO DE FERIADOS DE LA CORRIDA  *
      * 15/10/2026 - LOTE Y CAL DEL ENCABEZADO QUEDAN SOBRE SU COLUMNA *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3100.
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "FECHA    HORA     TIPO MODO ANCLA    ACEPT  RECHA  DUP
      -        "LI  DESC   CONDICION     LOTE    CAL" TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.

                  BIT-CONDICION DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  BIT-LOTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BIT-CALENDARIO DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       LISTAR-CORRIDA-E. EXIT.
