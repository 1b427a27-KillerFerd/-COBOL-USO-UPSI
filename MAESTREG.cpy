      ******************************************************************
      * MAESTREG    : REGISTRO DEL MAESTRO INDEXADO DE RESULTADOS      *
      * APLICACION  : EDUCACION                                        *
      * USADO POR   : EDUI3097 (CONSULTA Y ALIMENTACION), EDUI3099     *
      *               (DEPURACION SELECTIVA), EDUI3104 (LISTADO,       *
      *               DESCARGA Y REORGANIZACION) Y EDUI3109            *
      *               (CONCILIACION POR LOTE)                          *
      * DESCRIPCION : UN REGISTRO POR FECHA/ANCLA/IDIOMA YA CALCULADO  *
      *               POR EDUI3097, CON EL LOTE QUE LO CALCULO Y LA    *
      *               SEMANA HABIL CON QUE SE CONTARON LOS DIAS        *
      *               HABILES. LLAVE: MAE-LLAVE (POSICIONES 01-21);    *
      *               EL CALENDARIO DE FERIADOS ES PARTE DE LA LLAVE   *
      *               PARA QUE EL RESULTADO DE UNA SEDE NUNCA SE       *
      *               REUTILICE EN OTRA. UN MAESTRO GRABADO CON LA     *
      *               LLAVE ANTERIOR DE 17 POSICIONES NO ES            *
      *               COMPATIBLE: SE BORRA Y EDUI3097 LO RECONSTRUYE.  *
      *               LA DESCARGA SECUENCIAL DE EDUI3104 (DESCMAE)     *
      *               TIENE ESTE MISMO DISENO.                         *
      *-----------------------------------------------------------------
      * POSICIONES  : 01-08 MAE-FECHA          FECHA CALCULADA         *
      *               09-16 MAE-ANCLA          ANCLA PRINCIPAL         *
      *               17-17 MAE-IDIOMA         CODIGO DE IDIOMA        *
      *               18-21 MAE-CALENDARIO     CALENDARIO DE FERIADOS  *
      *                                        (BLANCO = NACIONAL)     *
      *               22-23 MAE-NUM-DIA-SEM    0=DOMINGO ... 6=SABADO  *
      *               24-33 MAE-NOM-DIA        NOMBRE DEL DIA          *
      *               34-43 MAE-NOM-MES        NOMBRE DEL MES          *
      *               44-45 MAE-SEMANA-ISO     SEMANA ISO              *
      *               46-47 MAE-DIAS-REST-MES  DIAS RESTANTES DEL MES  *
      *               48-49 MAE-ULT-DIA-MES    ULTIMO DIA DEL MES      *
      *               50-55 MAE-DI-DIA         DIAS CONTRA EL ANCLA    *
      *               56-61 MAE-DIA-HABIL-DIF  DIAS HABILES CONTRA EL  *
      *                                        ANCLA                   *
      *               62-62 MAE-FUTURA         'S' FECHA FUTURA        *
      *               63-68 MAE-LOTE           LOTE QUE LO CALCULO     *
      *               69-75 MAE-SEMANA-HABIL   SEMANA HABIL S/N        *
      *                                        (DOMINGO A SABADO)      *
      *               76-76 FILLER             RESERVADO               *
      ******************************************************************
       01 REG-MAESTRO.
           02 MAE-LLAVE.
              04 MAE-FECHA                  PIC 9(08).
              04 MAE-ANCLA                  PIC 9(08).
              04 MAE-IDIOMA                 PIC X(01).
              04 MAE-CALENDARIO             PIC X(04).
           02 MAE-NUM-DIA-SEM               PIC 9(02).
           02 MAE-NOM-DIA                   PIC X(10).
           02 MAE-NOM-MES                   PIC X(10).
           02 MAE-SEMANA-ISO                PIC 9(02).
           02 MAE-DIAS-REST-MES             PIC 9(02).
           02 MAE-ULT-DIA-MES               PIC 9(02).
           02 MAE-DI-DIA                    PIC 9(06).
           02 MAE-DIA-HABIL-DIF             PIC 9(06).
           02 MAE-FUTURA                    PIC X(01).
           02 MAE-LOTE                      PIC X(06).
           02 MAE-SEMANA-HABIL              PIC X(07).
           02 FILLER                        PIC X(01).
