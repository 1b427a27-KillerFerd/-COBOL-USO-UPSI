      ******************************************************************
      * FERIAREG    : REGISTRO DEL ARCHIVO MAESTRO DE FERIADOS         *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3097 (CONSULTA), EDUI3098 (MANTENIMIENTO),   *
      *               EDUI3099 (DEPURACION DEL MAESTRO), EDUI3106      *
      *               (CALENDARIO IMPRESO), EDUI3107 (REVISION PREVIA) *
      *               EDUI3110 (TABLERO DE VENCIMIENTOS) Y EDUI3111    *
      *               (MANTENIMIENTO EN PANTALLA)                      *
      * DESCRIPCION : UN REGISTRO POR FERIADO. EL FERIADO CUBRE DE     *
      *               FER-FECHA A FER-FECHA-HASTA (AMBAS INCLUSIVE,    *
      *               DENTRO DEL MISMO ANIO; UN FERIADO DE UN SOLO     *
      *               CADA ANIO DESDE EL ANIO DE FER-FECHA HASTA       *
      *               FER-ANIO-HASTA INCLUSIVE (0 = SIN VENCIMIENTO);  *
      *               SI ES 'N' APLICA UNICAMENTE A ESE TRAMO.         *
      *               FER-CALENDARIO IDENTIFICA EL CALENDARIO DE LA    *
      *               SEDE O REGION AL QUE PERTENECE EL FERIADO; EN    *
      *               BLANCO ES UN FERIADO NACIONAL, COMUN A TODOS     *
      *               LOS CALENDARIOS.                                 *
      *-----------------------------------------------------------------
      * POSICIONES  : 01-08 FER-FECHA        PRIMER DIA YYYYMMDD       *
      *               09-16 FER-FECHA-HASTA  ULTIMO DIA YYYYMMDD       *
      *                                      DE UN FERIADO ANUAL       *
      *                                      (0 = SIN VENCIMIENTO)     *
      *               22-51 FER-DESCRIPCION  NOMBRE DEL FERIADO        *
      *               52-55 FER-CALENDARIO   CALENDARIO DE SEDE O      *
      *                                      REGION (BLANCO=NACIONAL)  *
      ******************************************************************
       01 REG-FERIADO.
           02 FER-FECHA                     PIC 9(08).
              88 FERIADO-ANUAL                        VALUE 'S'.
           02 FER-ANIO-HASTA                PIC 9(04).
           02 FER-DESCRIPCION               PIC X(30).
           02 FER-CALENDARIO                PIC X(04).
              88 FERIADO-NACIONAL                     VALUE SPACES.
