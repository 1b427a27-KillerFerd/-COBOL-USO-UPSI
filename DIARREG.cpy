      ******************************************************************
      * DIARREG     : REGISTRO DEL DIARIO PERMANENTE DE CAMBIOS A LOS  *
      *               ARCHIVOS DE REFERENCIA                           *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3098, EDUI3101 Y EDUI3111 (GRABAN) Y         *
      *               EDUI3105 (LISTA)                                 *
      * DESCRIPCION : UN REGISTRO POR CAMBIO APLICADO A FERIADOS O A   *
      *               ANCLACAT, GRABADO EN EXTEND AL FINAL DE CADA     *
      *               CORRIDA DE MANTENIMIENTO, CON LAS IMAGENES DEL   *
      *               REGISTRO ANTES Y DESPUES DEL CAMBIO (FERIAREG O  *
      *               ANCLAREG), PARA PROBAR SEMANAS DESPUES QUIEN,    *
      *               CUANDO Y CON QUE BOLETA CAMBIO UN FERIADO O UNA  *
      *               ANCLA. UNA BAJA DE CONJUNTO COMPLETO DEJA UN     *
      *               REGISTRO POR CADA ANCLA DEL CONJUNTO.            *
      *-----------------------------------------------------------------
      * POSICIONES  : 001-008 DIA-FECHA-CORRIDA  FECHA YYYYMMDD        *
      *               009-016 DIA-HORA-CORRIDA   HORA HHMMSSCC         *
      *               017-024 DIA-PROGRAMA       PROGRAMA QUE GRABO    *
      *               025-032 DIA-ARCHIVO        'FERIADOS' O          *
      *                                          'ANCLACAT'            *
      *               033-044 DIA-LOTE           LOTE O BOLETA DE      *
      *                                          CAMBIO (TARJETA LOTE) *
      *               045-048 DIA-ACCION         'ALTA' O 'BAJA'       *
      *               049-049 DIA-TIPO           'N' ALTA NUEVA,       *
      *                                          'R' ALTA QUE REEMPLAZA*
      *                                          'B' BAJA,             *
      *                                          'C' BAJA DE CONJUNTO  *
      *                                          COMPLETO              *
      *               050-050 FILLER             RESERVADO             *
      *               051-110 DIA-IMAGEN-ANTES   REGISTRO ANTES DEL    *
      *                                          CAMBIO (BLANCOS EN    *
      *                                          UNA ALTA NUEVA)       *
      *               111-170 DIA-IMAGEN-DESPUES REGISTRO DESPUES DEL  *
      *                                          CAMBIO (BLANCOS EN    *
      *                                          UNA BAJA)             *
      ******************************************************************
       01 REG-DIARIO.
           02 DIA-FECHA-CORRIDA             PIC 9(08).
           02 DIA-HORA-CORRIDA              PIC 9(08).
           02 DIA-PROGRAMA                  PIC X(08).
           02 DIA-ARCHIVO                   PIC X(08).
              88 DIARIO-FERIADOS                      VALUE 'FERIADOS'.
              88 DIARIO-ANCLACAT                      VALUE 'ANCLACAT'.
           02 DIA-LOTE                      PIC X(12).
           02 DIA-ACCION                    PIC X(04).
           02 DIA-TIPO                      PIC X(01).
              88 DIARIO-ALTA-NUEVA                    VALUE 'N'.
              88 DIARIO-REEMPLAZO                     VALUE 'R'.
              88 DIARIO-BAJA                          VALUE 'B'.
              88 DIARIO-BAJA-CONJUNTO                 VALUE 'C'.
           02 FILLER                        PIC X(01).
           02 DIA-IMAGEN-ANTES              PIC X(60).
           02 DIA-IMAGEN-DESPUES            PIC X(60).
