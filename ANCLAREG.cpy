      ******************************************************************
      * ANCLAREG    : REGISTRO DEL CATALOGO DE CONJUNTOS DE ANCLAS     *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3097 (CONSULTA), EDUI3101 (MANTENIMIENTO),   *
      *               EDUI3106 (CALENDARIO IMPRESO), EDUI3107 (REVISION*
      *               PREVIA), EDUI3110 (TABLERO DE VENCIMIENTOS) Y    *
      *               EDUI3111 (MANTENIMIENTO EN PANTALLA)             *
      * DESCRIPCION : UN REGISTRO POR ANCLA DE UN CONJUNTO NOMBRADO    *
      *               DEL CALENDARIO ACADEMICO (INICIO DE CICLO,       *
      *               CIERRE DE INSCRIPCIONES, GRADUACION, ...). LA    *
